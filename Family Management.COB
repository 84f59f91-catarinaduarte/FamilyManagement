           SELECT AUDITORIA-FILE ASSIGN TO "AUDFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CHAVE
               FILE STATUS IS FILHOS-STATUS.
           SELECT REVISAO-FILE ASSIGN TO "REVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS REVISAO-STATUS.
           SELECT DUPLA-ENTRADA-FILE ASSIGN TO "DPEFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPE-NUM-FAMILIA
               FILE STATUS IS DUPLA-ENTRADA-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
           05  DUP-REGISTO                 PIC X(12).
       FD  AUDITORIA-FILE.
           COPY AUDREC.
      *---- MOVIMENTOS DO MESTRE A TRANSMITIR AO NACIONAL (FAMDLT)
       FD  MOVIMENTOS-FILE.
           COPY MOVREC.
      *---- PARAMETROS DE EXECUCAO, PARA O ESCALONAMENTO NOCTURNO:
      *---- "S" NA PRIMEIRA POSICAO SELECIONA A EXECUCAO AUTOMATICA
      *---- (LE FAMIN, SEM DIALOGOS) COM O OPERADOR INDICADO A
      *---- FAMEXP E O FAMCON E MANTIDOS PELO ECRA ESCMNT
       FD  ESCALOES-FILE.
           COPY ESCREC.
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE, A ESPERA
      *---- DA DECISAO DO SUPERVISOR NO ECRA FAMREV
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- FAMILIAS INTRODUZIDAS A MAO, POR CONFERIR POR UMA SEGUNDA
      *---- ENTRADA CEGA NO ECRA FAMVER
       FD  DUPLA-ENTRADA-FILE.
           COPY DPEREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
       77 AUDITORIA-STATUS         PIC X(02)         VALUES "00".
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
      *----
      * REGISTO DE MOVIMENTOS DO POSTO (MOVFAM): CADA INCLUSAO,
      * ALTERACAO OU ELIMINACAO NO MESTRE DE FAMILIAS FICA REGISTADA
      * PARA A PROXIMA TRANSMISSAO DE ALTERACOES AO NACIONAL (FAMDLT)
       77 MOVIMENTOS-STATUS        PIC X(02)         VALUES "00".
       77 TIPO-MOVIMENTO           PIC X(01)         VALUES SPACE.
       77 ORIGEM-MOVIMENTO         PIC X(08)         VALUES "T10".
       01 HORA-MOVIMENTO.
           05 HORA-MOV-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): SO UM
      * OPERADOR REGISTADO E ACTIVO ABRE A SESSAO, TAMBEM NA
      * EXECUCAO AUTOMATICA; UMA RECUSA TERMINA COM RETURN-CODE 12
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
      *----
      * CAMPANHA DA SESSAO: TODAS AS FAMILIAS ACEITES NA SESSAO SAO
      * CARIMBADAS COM ESTE CODIGO E COM A DATA DE RECOLHA, PARA O
      * MESTRE PODER SERVIR VARIAS VAGAS DE INQUERITO
       77 CAMPANHA-SESSAO          PIC X(06)         VALUES SPACES.
      *----
      * REGRAS DE PLAUSIBILIDADE ENTRE CAMPOS: UMA FAMILIA EM QUE
      * UMA REGRA DISPARA FICA RETIDA NO FICHEIRO DE REVISAO (REVFAM)
      * ATE A DECISAO DO SUPERVISOR NO ECRA FAMREV. LIMIARES:
      * DIFERENCA MINIMA ENTRE A IDADE DE CADA PAI E A DE UM FILHO,
      * DIFERENCA MAXIMA ENTRE AS IDADES DO PAI E DA MAE, E LIMITES
      * DO RENDIMENTO POR PESSOA DO AGREGADO (PAIS E FILHOS)
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
       77 IDADE-MINIMA-PARENTAL    PIC 9(02)         VALUES 15.
       77 DIFERENCA-MAXIMA-PAIS    PIC 9(02)         VALUES 30.
       77 RENDIMENTO-MINIMO-PESSOA PIC 9(05)         VALUES 50.
       77 RENDIMENTO-MAXIMO-PESSOA PIC 9(05)         VALUES 6000.
       77 DIFERENCA-IDADES         PIC S9(03)        VALUES 0.
       77 ZDIFERENCA-IDADES        PIC ZZ9.
       77 PESSOAS-AGREGADO         PIC 9(02)         VALUES 0.
       77 RENDIMENTO-PESSOA        PIC 9(05)         VALUES 0.
       77 IDX-REGRA                PIC 9(01)         VALUES 0.
       77 IDX-VER-FILHO            PIC 9(02)         VALUES 0.
       77 DATA-VERIFICACAO         PIC 9(08)         VALUES 0.
       77 ORIGEM-REVISAO           PIC X(08)         VALUES "T10".
       77 SW-REVISAO-EXISTE        PIC X(01)         VALUES "N".
           88 REVISAO-EXISTE                         VALUES "S".
       77 SW-FAMILIA-RETIDA        PIC X(01)         VALUES "N".
           88 FAMILIA-RETIDA                         VALUES "S".
       77 NUM-FAMILIAS-RETIDAS     PIC 9(07)         VALUES 0.
       77 NUM-REVISOES-ABERTAS     PIC 9(07)         VALUES 0.
       77 NUM-REVISOES-RESOLVIDAS  PIC 9(07)         VALUES 0.
      *----
      * DUPLA ENTRADA: CADA FAMILIA INTRODUZIDA A MAO FICA REGISTADA
      * NO DPEFAM COM O OPERADOR, A DATA E A HORA DA SESSAO, E RETIDA
      * POR UMA ENTRADA "DE" NO REVFAM ATE SER CONFERIDA NO FAMVER
       77 DUPLA-ENTRADA-STATUS     PIC X(02)         VALUES "00".
       77 HORA-DUPLA-ENTRADA       PIC 9(06)         VALUES 0.
       77 NUM-FAMILIAS-POR-CONFERIR PIC 9(07)        VALUES 0.
       01 REGRAS-PLAUSIBILIDADE.
           05 FILLER                   PIC X(42) VALUE
               "MFMAE DEMASIADO NOVA PARA A IDADE DO FILHO".
           05 FILLER                   PIC X(42) VALUE
               "PFPAI DEMASIADO NOVO PARA A IDADE DO FILHO".
           05 FILLER                   PIC X(42) VALUE
               "PMDIFERENCA DE IDADE PAI-MAE EXCESSIVA".
           05 FILLER                   PIC X(42) VALUE
               "FDFILHOS ALEM DO NUMERO DECLARADO".
           05 FILLER                   PIC X(42) VALUE
               "RDRENDIMENTO IMPLAUSIVEL PARA O AGREGADO".
       01 REGRAS-PLAUSIBILIDADE-R REDEFINES REGRAS-PLAUSIBILIDADE.
           05 REGRA-TAB OCCURS 5 TIMES.
               10 REGRA-CODIGO             PIC X(02).
               10 REGRA-DESCRICAO          PIC X(40).
      * RESULTADO DAS REGRAS PARA A FAMILIA EM VERIFICACAO
       01 DISPAROS-REGRAS.
           05 DISPARO-TAB OCCURS 5 TIMES.
               10 DSP-SW                   PIC X(01).
                   88 REGRA-DISPAROU                 VALUES "S".
               10 DSP-DETALHE              PIC X(30).
      * FAMILIA EM VERIFICACAO; UM FILHO SEM IDADE CONHECIDA NAO
      * ENTRA NAS REGRAS DE IDADE
       01 FAMILIA-EM-VERIFICACAO.
           05 VER-NUM-FAMILIA          PIC 9(06).
           05 VER-IDADE-PAI            PIC 9(02).
           05 VER-IDADE-MAE            PIC 9(02).
           05 VER-NUM-FILHOS           PIC 9(02).
           05 VER-RENDIMENTO           PIC 9(05).
           05 VER-FILHOS-ALEM-DECL     PIC 9(02).
           05 VER-FILHO OCCURS 20 TIMES.
               10 VER-SW-IDADE             PIC X(01).
                   88 VER-IDADE-CONHECIDA            VALUES "S".
               10 VER-IDADE-FILHO          PIC 9(02).
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO GUARDADA NO
      * ARRANQUE E REGISTO ACRESCENTADO NO FIM DA EXECUCAO
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           PERFORM LER-ESCALOES THRU LER-ESCALOES-EXIT.
      *---- O OPERADOR E CONFERIDO ANTES DE ABRIR QUALQUER FICHEIRO,
      *---- PARA UMA SESSAO RECUSADA NAO TOCAR NO RELATORIO NEM NOS
      *---- MESTRES
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               GO TO FIM
           END-IF.
           PERFORM ABRIR-MESTRE THRU ABRIR-MESTRE-EXIT.
           OPEN OUTPUT RELATORIO-FILE.
           OPEN EXTEND HISTORICO-FILE.
           PERFORM ABRIR-AUDITORIA THRU ABRIR-AUDITORIA-EXIT.
           PERFORM ABRIR-MOVIMENTOS THRU ABRIR-MOVIMENTOS-EXIT.
           PERFORM PEDIR-CAMPANHA THRU PEDIR-CAMPANHA-EXIT.
      *---- UMA EXECUCAO AUTOMATICA NUNCA RETOMA SESSOES MANUAIS
           IF NOT MODO-AUTO THEN
           UPPER-CASE(RESPOSTA) <> "S".
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           CLOSE REVISAO-FILE.
           CLOSE DUPLA-ENTRADA-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE MOVIMENTOS-FILE.
       FIM.
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-EXIT.
           STOP RUN.
               CLOSE FILHOS-FILE
               OPEN I-O FILHOS-FILE
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS = "35" THEN
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           OPEN I-O DUPLA-ENTRADA-FILE.
           IF DUPLA-ENTRADA-STATUS = "35" THEN
               OPEN OUTPUT DUPLA-ENTRADA-FILE
               CLOSE DUPLA-ENTRADA-FILE
               OPEN I-O DUPLA-ENTRADA-FILE
           END-IF.
           MOVE 1 TO PROX-NUM-FAMILIA.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
           END-IF.
       ABRIR-AUDITORIA-EXIT.
           EXIT.
      *---- ABRE O REGISTO DE MOVIMENTOS EM MODO DE ACRESCENTO,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO
       ABRIR-MOVIMENTOS.
           OPEN EXTEND MOVIMENTOS-FILE.
           IF MOVIMENTOS-STATUS = "35" THEN
               OPEN OUTPUT MOVIMENTOS-FILE
               CLOSE MOVIMENTOS-FILE
               OPEN EXTEND MOVIMENTOS-FILE
           END-IF.
       ABRIR-MOVIMENTOS-EXIT.
           EXIT.
      *---- REGISTA O MOVIMENTO (TIPO-MOVIMENTO) DA FAMILIA CORRENTE,
      *---- COM O REGISTO TAL COMO FICOU NO MESTRE
       GRAVAR-MOVIMENTO.
           MOVE SPACES           TO MOVIMENTO-REC.
           MOVE TIPO-MOVIMENTO   TO MOV-TIPO.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT HORA-MOVIMENTO FROM TIME.
           MOVE HORA-MOV-HHMMSS  TO MOV-HORA.
           MOVE ORIGEM-MOVIMENTO TO MOV-PROGRAMA.
           MOVE FAMILIA-REC      TO MOV-FAMILIA.
           WRITE MOVIMENTO-REC.
       GRAVAR-MOVIMENTO-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E ACTIVA A
      *---- EXECUCAO AUTOMATICA PEDIDA PARA O ESCALONAMENTO NOCTURNO
       LER-PARAMETROS.
           EXIT.
      *---- IDENTIFICA O OPERADOR DA SESSAO, EXIGIDO PARA A AUDITORIA
      *---- DAS CORRECOES FEITAS NO ECRA DE REVISAO; NUMA EXECUCAO
      *---- AUTOMATICA VEM DO FICHEIRO DE PARAMETROS; EM QUALQUER
      *---- CASO TEM DE ESTAR REGISTADO E ACTIVO NO MESTRE DE
      *---- OPERADORES
       PEDIR-OPERADOR.
           IF MODO-AUTO THEN
               IF OPERADOR = SPACES THEN
                   MOVE "AUTO" TO OPERADOR
               END-IF
               MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR
               PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT
               GO TO PEDIR-OPERADOR-EXIT
           END-IF.
           DISPLAY CLS.
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0201
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR.
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT.
       PEDIR-OPERADOR-EXIT.
           EXIT.
      *---- CONFERE O OPERADOR NO MESTRE DE OPERADORES (OPERFAM) E
      *---- GUARDA O SEU PERFIL; UM OPERADOR DESCONHECIDO OU
      *---- INACTIVO (OU A FALTA DO MESTRE) FICA RECUSADO
       VERIFICAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           MOVE SPACE TO PERFIL-OPERADOR.
           OPEN INPUT OPERADORES-FILE.
           IF OPERADORES-STATUS NOT = "00" THEN
               MOVE "MESTRE DE OPERADORES NAO ENCONTRADO."
                   TO MOTIVO-RECUSA
               GO TO VERIFICAR-OPERADOR-EXIT
           END-IF.
           MOVE OPERADOR TO OPE-CODIGO.
           READ OPERADORES-FILE KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "OPERADOR DESCONHECIDO." TO MOTIVO-RECUSA
               NOT INVALID KEY
                   IF OPE-ACTIVO THEN
                       MOVE "S" TO SW-OPERADOR-VALIDO
                       MOVE OPE-PERFIL TO PERFIL-OPERADOR
                   ELSE
                       MOVE "OPERADOR INACTIVO." TO MOTIVO-RECUSA
                   END-IF
           END-READ.
           CLOSE OPERADORES-FILE.
       VERIFICAR-OPERADOR-EXIT.
           EXIT.
      *---- RECUSA A SESSAO: O MOTIVO FICA NO ECRA E A TENTATIVA NO
      *---- JORNAL, COMO UMA REJEITADA COM RETURN-CODE 12, PARA A
      *---- INSPECCAO
       RECUSAR-OPERADOR.
           MOVE 12 TO RETURN-CODE.
           MOVE 1 TO NUM-REJEITADOS.
           IF MODO-AUTO THEN
               DISPLAY "EXECUCAO AUTOMATICA RECUSADA, OPERADOR "
                   OPERADOR ": " MOTIVO-RECUSA
               GO TO RECUSAR-OPERADOR-EXIT
           END-IF.
           DISPLAY "ACESSO RECUSADO:" FOREGROUND-COLOR 4 HIGHLIGHT
           AT 0201.
           DISPLAY MOTIVO-RECUSA FOREGROUND-COLOR 4 HIGHLIGHT AT 0218.
           DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401.
           ACCEPT RESPOSTA-CONFIRMA AT 0428.
       RECUSAR-OPERADOR-EXIT.
           EXIT.
      *---- IDENTIFICA A CAMPANHA DA SESSAO, COM QUE AS FAMILIAS
      *---- ACEITES SAO CARIMBADAS NO MESTRE; NUMA EXECUCAO
      *---- AUTOMATICA VEM DO FICHEIRO DE PARAMETROS ("AUTO" SE O
           CONTADOR-CHECKPOINT, NUM-RENDIMENTO-BAIXO,
           NUM-RENDIMENTO-MEDIO, NUM-RENDIMENTO-ALTO,
           NUM-MEDIO-FILHOS, IDADE-MEDIA-PAIS, NUM-DUPLICADOS,
           FAIXA-0-5, FAIXA-6-17, FAIXA-18MAIS, FAIXA-DESCONHECIDA,
           NUM-FAMILIAS-RETIDAS, NUM-REVISOES-ABERTAS,
           NUM-REVISOES-RESOLVIDAS, NUM-FAMILIAS-POR-CONFERIR.
           MOVE ZEROS TO REGIAO-TOTAIS.
           DISPLAY CLS.
           DISPLAY "QUESTIONARIO A FAMILIAS" FOREGROUND-COLOR 2
           EXIT.
      *---- PERCORRE A TABELA JA REVISTA E ACUMULA OS TOTAIS FINAIS;
      *---- A DATA DE RECOLHA CARIMBADA NO MESTRE E A DATA DESTA
      *---- PASSAGEM, E A HORA DA PASSAGEM IDENTIFICA A SESSAO NA
      *---- DUPLA ENTRADA
       CALCULAR-TOTAIS.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE HORA-HHMMSS TO HORA-DUPLA-ENTRADA.
           PERFORM PROCESSAR-FAMILIA-DA-TABELA
               THRU PROCESSAR-FAMILIA-DA-TABELA-EXIT
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > NUM-FAMILIAS.
           PERFORM PROCESSAR-FILHO THRU PROCESSAR-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > NUM-FILHOS.
           PERFORM VERIFICAR-PLAUSIBILIDADE
               THRU VERIFICAR-PLAUSIBILIDADE-EXIT.
           IF MODO-MANUAL THEN
               PERFORM REGISTAR-DUPLA-ENTRADA
                   THRU REGISTAR-DUPLA-ENTRADA-EXIT
           END-IF.
       PROCESSAR-FAMILIA-DA-TABELA-EXIT.
           EXIT.
      *---- APLICA AS REGRAS DE PLAUSIBILIDADE A FAMILIA ACABADA DE
      *---- GRAVAR, COM AS IDADES DE FILHOS RECEBIDAS NA SESSAO (O
      *---- DETALHE ANTIGO FOI PURGADO, PELO QUE NAO HA IDADES ALEM
      *---- DO NUMERO DECLARADO), E ACTUALIZA O FICHEIRO DE REVISAO
       VERIFICAR-PLAUSIBILIDADE.
           MOVE DATA-SISTEMA            TO DATA-VERIFICACAO.
           MOVE NUM-FAMILIA-CORRENTE    TO VER-NUM-FAMILIA.
           MOVE IDADE-PAI               TO VER-IDADE-PAI.
           MOVE IDADE-MAE               TO VER-IDADE-MAE.
           MOVE NUM-FILHOS              TO VER-NUM-FILHOS.
           MOVE RENDIMENTO-FAMILIAR     TO VER-RENDIMENTO.
           MOVE 0                       TO VER-FILHOS-ALEM-DECL.
           PERFORM CARREGAR-IDADE-VERIFICACAO
               THRU CARREGAR-IDADE-VERIFICACAO-EXIT
               VARYING IDX-VER-FILHO FROM 1 BY 1
               UNTIL IDX-VER-FILHO > 20.
           PERFORM APLICAR-REGRAS THRU APLICAR-REGRAS-EXIT.
           PERFORM ACTUALIZAR-REVISAO THRU ACTUALIZAR-REVISAO-EXIT.
       VERIFICAR-PLAUSIBILIDADE-EXIT.
           EXIT.
       CARREGAR-IDADE-VERIFICACAO.
           IF IDX-VER-FILHO > TAB-IDADES-RECEBIDAS(TAB-IDX) THEN
               MOVE "N" TO VER-SW-IDADE(IDX-VER-FILHO)
               MOVE 0   TO VER-IDADE-FILHO(IDX-VER-FILHO)
           ELSE
               MOVE "S" TO VER-SW-IDADE(IDX-VER-FILHO)
               MOVE TAB-IDADE-FILHO(TAB-IDX, IDX-VER-FILHO)
                   TO VER-IDADE-FILHO(IDX-VER-FILHO)
           END-IF.
       CARREGAR-IDADE-VERIFICACAO-EXIT.
           EXIT.
      *---- APLICA AS REGRAS DE PLAUSIBILIDADE A FAMILIA EM
      *---- VERIFICACAO; CADA REGRA QUE DISPARA FICA ASSINALADA COM
      *---- O DETALHE DOS VALORES QUE A FIZERAM DISPARAR
       APLICAR-REGRAS.
           MOVE SPACES TO DISPAROS-REGRAS.
           PERFORM VERIFICAR-IDADE-FILHO
               THRU VERIFICAR-IDADE-FILHO-EXIT
               VARYING IDX-VER-FILHO FROM 1 BY 1
               UNTIL IDX-VER-FILHO > VER-NUM-FILHOS.
      *---- DIFERENCA DE IDADES ENTRE O PAI E A MAE
           COMPUTE DIFERENCA-IDADES = VER-IDADE-PAI - VER-IDADE-MAE.
           IF DIFERENCA-IDADES < 0 THEN
               COMPUTE DIFERENCA-IDADES = 0 - DIFERENCA-IDADES
           END-IF.
           IF DIFERENCA-IDADES > DIFERENCA-MAXIMA-PAIS THEN
               MOVE "S" TO DSP-SW(3)
               MOVE DIFERENCA-IDADES TO ZDIFERENCA-IDADES
               STRING "PAI " VER-IDADE-PAI " MAE " VER-IDADE-MAE
                   " DIFERENCA " ZDIFERENCA-IDADES
                   DELIMITED BY SIZE INTO DSP-DETALHE(3)
           END-IF.
      *---- IDADES DE FILHOS ALEM DO NUMERO DE FILHOS DECLARADO
           IF VER-FILHOS-ALEM-DECL > 0 THEN
               MOVE "S" TO DSP-SW(4)
               STRING "DECLARADOS " VER-NUM-FILHOS
                   " COM IDADE ALEM " VER-FILHOS-ALEM-DECL
                   DELIMITED BY SIZE INTO DSP-DETALHE(4)
           END-IF.
      *---- RENDIMENTO POR PESSOA DO AGREGADO (OS DOIS PAIS E OS
      *---- FILHOS DECLARADOS)
           COMPUTE PESSOAS-AGREGADO = 2 + VER-NUM-FILHOS.
           COMPUTE RENDIMENTO-PESSOA =
               VER-RENDIMENTO / PESSOAS-AGREGADO.
           IF RENDIMENTO-PESSOA < RENDIMENTO-MINIMO-PESSOA
               OR RENDIMENTO-PESSOA > RENDIMENTO-MAXIMO-PESSOA THEN
               MOVE "S" TO DSP-SW(5)
               STRING "RENDIMENTO " VER-RENDIMENTO
                   " PESSOAS " PESSOAS-AGREGADO
                   DELIMITED BY SIZE INTO DSP-DETALHE(5)
           END-IF.
       APLICAR-REGRAS-EXIT.
           EXIT.
      *---- IDADE DA MAE E DO PAI FACE A DE UM FILHO; SO O PRIMEIRO
      *---- FILHO QUE FAZ DISPARAR CADA REGRA FICA NO DETALHE
       VERIFICAR-IDADE-FILHO.
           IF NOT VER-IDADE-CONHECIDA(IDX-VER-FILHO) THEN
               GO TO VERIFICAR-IDADE-FILHO-EXIT
           END-IF.
           COMPUTE DIFERENCA-IDADES =
               VER-IDADE-MAE - VER-IDADE-FILHO(IDX-VER-FILHO).
           IF DIFERENCA-IDADES < IDADE-MINIMA-PARENTAL
               AND NOT REGRA-DISPAROU(1) THEN
               MOVE "S" TO DSP-SW(1)
               STRING "MAE " VER-IDADE-MAE " FILHO " IDX-VER-FILHO
                   " COM " VER-IDADE-FILHO(IDX-VER-FILHO) " ANOS"
                   DELIMITED BY SIZE INTO DSP-DETALHE(1)
           END-IF.
           COMPUTE DIFERENCA-IDADES =
               VER-IDADE-PAI - VER-IDADE-FILHO(IDX-VER-FILHO).
           IF DIFERENCA-IDADES < IDADE-MINIMA-PARENTAL
               AND NOT REGRA-DISPAROU(2) THEN
               MOVE "S" TO DSP-SW(2)
               STRING "PAI " VER-IDADE-PAI " FILHO " IDX-VER-FILHO
                   " COM " VER-IDADE-FILHO(IDX-VER-FILHO) " ANOS"
                   DELIMITED BY SIZE INTO DSP-DETALHE(2)
           END-IF.
       VERIFICAR-IDADE-FILHO-EXIT.
           EXIT.
      *---- ACTUALIZA AS ENTRADAS DA FAMILIA NO FICHEIRO DE REVISAO
      *---- (UMA POR REGRA) E ASSINALA SE A FAMILIA FICOU RETIDA
       ACTUALIZAR-REVISAO.
           MOVE "N" TO SW-FAMILIA-RETIDA.
           PERFORM ACTUALIZAR-UMA-REGRA THRU ACTUALIZAR-UMA-REGRA-EXIT
               VARYING IDX-REGRA FROM 1 BY 1 UNTIL IDX-REGRA > 5.
           IF FAMILIA-RETIDA THEN
               ADD 1 TO NUM-FAMILIAS-RETIDAS
           END-IF.
       ACTUALIZAR-REVISAO-EXIT.
           EXIT.
      *---- UMA REGRA QUE DISPARA ABRE (OU REABRE) A ENTRADA DA
      *---- FAMILIA; UMA ENTRADA JA LIBERTADA PELO SUPERVISOR SO
      *---- VOLTA A PENDENTE SE OS VALORES MUDARAM. UMA REGRA QUE
      *---- DEIXOU DE DISPARAR DA A ENTRADA POR RESOLVIDA
       ACTUALIZAR-UMA-REGRA.
           MOVE VER-NUM-FAMILIA         TO REV-NUM-FAMILIA.
           MOVE REGRA-CODIGO(IDX-REGRA) TO REV-REGRA.
           MOVE "S" TO SW-REVISAO-EXISTE.
           READ REVISAO-FILE KEY IS REV-CHAVE
               INVALID KEY
                   MOVE "N" TO SW-REVISAO-EXISTE
           END-READ.
           IF NOT REGRA-DISPAROU(IDX-REGRA) THEN
               IF REVISAO-EXISTE AND NOT REV-RESOLVIDA THEN
                   MOVE "R" TO REV-ESTADO
                   MOVE DATA-VERIFICACAO TO REV-DATA-DECISAO
                   REWRITE REVISAO-REC
                   ADD 1 TO NUM-REVISOES-RESOLVIDAS
               END-IF
               GO TO ACTUALIZAR-UMA-REGRA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT REVISAO-EXISTE
                   MOVE SPACES TO REVISAO-REC
                   MOVE VER-NUM-FAMILIA         TO REV-NUM-FAMILIA
                   MOVE REGRA-CODIGO(IDX-REGRA) TO REV-REGRA
                   PERFORM ABRIR-ENTRADA-REVISAO
                       THRU ABRIR-ENTRADA-REVISAO-EXIT
                   WRITE REVISAO-REC
                   ADD 1 TO NUM-REVISOES-ABERTAS
               WHEN REV-RESOLVIDA
               WHEN REV-LIBERTADA
                   AND REV-DETALHE NOT = DSP-DETALHE(IDX-REGRA)
                   PERFORM ABRIR-ENTRADA-REVISAO
                       THRU ABRIR-ENTRADA-REVISAO-EXIT
                   REWRITE REVISAO-REC
                   ADD 1 TO NUM-REVISOES-ABERTAS
               WHEN REV-RETIDA
                   MOVE DSP-DETALHE(IDX-REGRA) TO REV-DETALHE
                   REWRITE REVISAO-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REV-RETIDA THEN
               MOVE "S" TO SW-FAMILIA-RETIDA
           END-IF.
       ACTUALIZAR-UMA-REGRA-EXIT.
           EXIT.
      *---- ENTRADA PENDENTE COM A REGRA, O DETALHE E A ORIGEM
       ABRIR-ENTRADA-REVISAO.
           MOVE "P"                        TO REV-ESTADO.
           MOVE REGRA-DESCRICAO(IDX-REGRA) TO REV-DESCRICAO.
           MOVE DSP-DETALHE(IDX-REGRA)     TO REV-DETALHE.
           MOVE DATA-VERIFICACAO           TO REV-DATA-DETECCAO.
           MOVE ORIGEM-REVISAO             TO REV-ORIGEM.
           MOVE 0                          TO REV-DATA-DECISAO.
           MOVE SPACES                     TO REV-SUPERVISOR.
       ABRIR-ENTRADA-REVISAO-EXIT.
           EXIT.
      *---- UMA FAMILIA INTRODUZIDA A MAO FICA POR CONFERIR: REGISTO
      *---- NO DPEFAM PARA A SEGUNDA ENTRADA CEGA (FAMVER) E ENTRADA
      *---- "DE" PENDENTE NO REVFAM, QUE A RETEM DA EXPORTACAO ATE A
      *---- CONFERENCIA; OS VALORES DESTA PRIMEIRA ENTRADA FICAM NO
      *---- DPEFAM PARA A COMPARACAO. UMA FAMILIA JA CONFERIDA QUE
      *---- VOLTA A SER INTRODUZIDA FICA DE NOVO POR CONFERIR
       REGISTAR-DUPLA-ENTRADA.
           MOVE SPACES                  TO DUPLA-ENTRADA-REC.
           MOVE NUM-FAMILIA-CORRENTE    TO DPE-NUM-FAMILIA.
           MOVE "P"                     TO DPE-ESTADO.
           MOVE CAMPANHA-SESSAO         TO DPE-CAMPANHA.
           MOVE OPERADOR                TO DPE-OPERADOR-1.
           MOVE DATA-SISTEMA            TO DPE-DATA-1.
           MOVE HORA-DUPLA-ENTRADA      TO DPE-HORA-1.
           MOVE RESIDENCIA              TO DPE-1-RESIDENCIA.
           MOVE IDADE-PAI               TO DPE-1-IDADE-PAI.
           MOVE IDADE-MAE               TO DPE-1-IDADE-MAE.
           MOVE NUM-FILHOS              TO DPE-1-NUM-FILHOS.
           MOVE RENDIMENTO-FAMILIAR     TO DPE-1-RENDIMENTO.
           MOVE TAB-IDADES-FILHOS(TAB-IDX) TO DPE-1-IDADES-FILHOS.
           MOVE TAB-IDADES-RECEBIDAS(TAB-IDX)
               TO DPE-1-IDADES-RECEBIDAS.
           MOVE ZEROS TO DPE-DATA-2, DPE-SEGUNDA-ENTRADA,
               DPE-CAMPOS-COMPARADOS, DPE-NUM-DIVERGENCIAS,
               DPE-DATA-DECISAO.
           WRITE DUPLA-ENTRADA-REC
               INVALID KEY
                   REWRITE DUPLA-ENTRADA-REC
           END-WRITE.
           MOVE SPACES                  TO REVISAO-REC.
           MOVE NUM-FAMILIA-CORRENTE    TO REV-NUM-FAMILIA.
           MOVE "DE"                    TO REV-REGRA.
           MOVE "P"                     TO REV-ESTADO.
           MOVE "DUPLA ENTRADA POR CONFERIR" TO REV-DESCRICAO.
           STRING "1A ENTRADA " OPERADOR
               DELIMITED BY SIZE INTO REV-DETALHE.
           MOVE DATA-SISTEMA            TO REV-DATA-DETECCAO.
           MOVE ORIGEM-REVISAO          TO REV-ORIGEM.
           MOVE 0                       TO REV-DATA-DECISAO.
           WRITE REVISAO-REC
               INVALID KEY
                   REWRITE REVISAO-REC
           END-WRITE.
           ADD 1 TO NUM-FAMILIAS-POR-CONFERIR.
       REGISTAR-DUPLA-ENTRADA-EXIT.
           EXIT.
      *---- ACUMULA O ESCALAO ETARIO DE UM FILHO (GLOBAL E POR REGIAO)
      *---- E GRAVA O SEU REGISTO DE DETALHE NO MESTRE FILHOS. UM
      *---- FILHO SEM IDADE RECEBIDA CONTA NO ESCALAO DESCONHECIDO E
      *---- SE O NUMERO JA EXISTIR NO MESTRE (SESSAO REPETIDA APOS UMA
      *---- CORRECAO), O REGISTO E SUBSTITUIDO EM VEZ DE DUPLICADO E
      *---- O DETALHE DE FILHOS ANTIGO E PURGADO, PARA NAO FICAREM
      *---- SEQUENCIAS ALEM DO NOVO NUMERO DE FILHOS; O MOVIMENTO
      *---- PARA O NACIONAL E UMA INCLUSAO OU UMA ALTERACAO
           MOVE "I" TO TIPO-MOVIMENTO
           WRITE FAMILIA-REC
               INVALID KEY
                   MOVE "A" TO TIPO-MOVIMENTO
                   REWRITE FAMILIA-REC
                   PERFORM APAGAR-FILHOS-MESTRE
                       THRU APAGAR-FILHOS-MESTRE-EXIT
           END-WRITE.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
       PROCESSAR-FAMILIA-EXIT.
           EXIT.
      *---- APAGA TODO O DETALHE DE FILHOS DA FAMILIA CORRENTE NO
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FAMILIAS RETIDAS PARA REVISAO (FAMREV): "
               NUM-FAMILIAS-RETIDAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF MODO-MANUAL THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FAMILIAS POR CONFERIR (FAMVER): "
                   NUM-FAMILIAS-POR-CONFERIR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF MODO-FICHEIRO THEN
               PERFORM IMPRIMIR-CONTROLO-LOTE
                   THRU IMPRIMIR-CONTROLO-LOTE-EXIT
