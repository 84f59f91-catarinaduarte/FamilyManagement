      * Purpose: Manutencao do mestre de familias (FAMILIAS). Permite
      *          consultar uma familia pelo seu numero, corrigir os
      *          seus dados ou elimina-la, semanas depois da sessao
      *          de questionario que a criou. So operadores activos
      *          do mestre de operadores (OPERFAM) entram, e so um
      *          supervisor pode eliminar uma familia. A consulta
      *          mostra se a familia esta retida para revisao de
      *          plausibilidade (REVFAM), e uma alteracao volta a
      *          aplicar as regras de plausibilidade a familia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT REVISAO-FILE ASSIGN TO "REVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS REVISAO-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
           COPY FILREC.
       FD  AUDITORIA-FILE.
           COPY AUDREC.
      *---- MOVIMENTOS DO MESTRE A TRANSMITIR AO NACIONAL (FAMDLT)
       FD  MOVIMENTOS-FILE.
           COPY MOVREC.
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE, A ESPERA
      *---- DA DECISAO DO SUPERVISOR NO ECRA FAMREV
       FD  REVISAO-FILE.
           COPY REVREC.
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
       77 ORIGEM-MOVIMENTO         PIC X(08)         VALUES "FAMMNT".
       01 HORA-MOVIMENTO.
           05 HORA-MOV-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): SO UM
      * OPERADOR REGISTADO E ACTIVO ABRE A SESSAO, E A ELIMINACAO
      * DE FAMILIAS EXIGE PERFIL DE SUPERVISOR (OU ADMINISTRADOR)
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
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
       77 ORIGEM-REVISAO           PIC X(08)         VALUES "FAMMNT".
       77 SW-REVISAO-EXISTE        PIC X(01)         VALUES "N".
           88 REVISAO-EXISTE                         VALUES "S".
       77 SW-FAMILIA-RETIDA        PIC X(01)         VALUES "N".
           88 FAMILIA-RETIDA                         VALUES "S".
       77 NUM-FAMILIAS-RETIDAS     PIC 9(07)         VALUES 0.
       77 NUM-REVISOES-ABERTAS     PIC 9(07)         VALUES 0.
       77 NUM-REVISOES-RESOLVIDAS  PIC 9(07)         VALUES 0.
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
       77 NUM-REGRAS-MOSTRADAS     PIC 9(01)         VALUES 0.
       77 POSICAO-REGRA            PIC 9(04)         VALUES 0.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO E CONTAGENS
      * DA SESSAO DE MANUTENCAO (CONSULTAS FEITAS E GRAVACOES,
      * ALTERACOES E ELIMINACOES SOMADAS, E TENTATIVAS RECUSADAS)
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
       77 NUM-CONSULTAS            PIC 9(07)         VALUES 0.
       77 NUM-GRAVACOES            PIC 9(07)         VALUES 0.
       77 NUM-RECUSAS              PIC 9(07)         VALUES 0.
       01 MARCA-INICIO-JRN.
           05 JRN-INI-DATA             PIC 9(08).
           05 JRN-INI-HORA             PIC 9(06).
               CLOSE FILHOS-FILE
               OPEN I-O FILHOS-FILE
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS = "35" THEN
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           PERFORM ABRIR-AUDITORIA THRU ABRIR-AUDITORIA-EXIT.
           PERFORM ABRIR-MOVIMENTOS THRU ABRIR-MOVIMENTOS-EXIT.
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               CLOSE FAMILIAS-FILE
               CLOSE FILHOS-FILE
               CLOSE REVISAO-FILE
               CLOSE AUDITORIA-FILE
               CLOSE MOVIMENTOS-FILE
               GO TO FIM
           END-IF.
           MOVE 1 TO NUM-PROCURAR.
           PERFORM CICLO-CONSULTA THRU CICLO-CONSULTA-EXIT
               UNTIL NUM-PROCURAR = 0.
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           CLOSE REVISAO-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE MOVIMENTOS-FILE.
       FIM.
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-EXIT.
           STOP RUN.
       MARCAR-INICIO-JORNAL-EXIT.
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (AS TENTATIVAS
      *---- RECUSADAS ENTRAM COMO REJEITADOS)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-CONSULTAS TO JRN-LIDOS.
           MOVE NUM-GRAVACOES TO JRN-ACEITES.
           MOVE NUM-RECUSAS   TO JRN-REJEITADOS.
           MOVE RETURN-CODE   TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
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
      *---- IDENTIFICA O OPERADOR DA SESSAO, EXIGIDO PARA A AUDITORIA
       PEDIR-OPERADOR.
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
      *---- JORNAL, COM RETURN-CODE 12, PARA A INSPECCAO
       RECUSAR-OPERADOR.
           ADD 1 TO NUM-RECUSAS.
           MOVE 12 TO RETURN-CODE.
           DISPLAY "ACESSO RECUSADO:" FOREGROUND-COLOR 4 HIGHLIGHT
           AT 0201.
           DISPLAY MOTIVO-RECUSA FOREGROUND-COLOR 4 HIGHLIGHT AT 0218.
           DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401.
           ACCEPT RESPOSTA-CONFIRMA AT 0428.
       RECUSAR-OPERADOR-EXIT.
           EXIT.
      *---- REGISTA NO JORNAL COMUM UMA ACCAO RECUSADA DURANTE A
      *---- SESSAO (UM REJEITADO, RETURN-CODE 12), NO MOMENTO EM QUE
      *---- FOI TENTADA; A SESSAO CONTINUA
       GRAVAR-JORNAL-RECUSA.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
               OPEN OUTPUT JORNAL-FILE
               CLOSE JORNAL-FILE
               OPEN EXTEND JORNAL-FILE
           END-IF.
           IF JORNAL-STATUS NOT = "00" THEN
               GO TO GRAVAR-JORNAL-RECUSA-EXIT
           END-IF.
           MOVE "FAMMNT" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           ACCEPT JRN-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-INICIO.
           MOVE JRN-DATA-INICIO TO JRN-DATA-FIM.
           MOVE JRN-HORA-INICIO TO JRN-HORA-FIM.
           MOVE 0  TO JRN-LIDOS.
           MOVE 0  TO JRN-ACEITES.
           MOVE 1  TO JRN-REJEITADOS.
           MOVE 12 TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-RECUSA-EXIT.
           EXIT.
      *---- PEDE UM NUMERO DE FAMILIA E, SE EXISTIR NO MESTRE, MOSTRA
      *---- O REGISTO E AS OPCOES DE MANUTENCAO
       CICLO-CONSULTA.
                   VARYING IDX-FILHO FROM 1 BY 1
                   UNTIL IDX-FILHO > FAM-NUM-FILHOS
           END-IF.
           PERFORM MOSTRAR-REVISAO THRU MOSTRAR-REVISAO-EXIT.
       MOSTRAR-FAMILIA-EXIT.
           EXIT.
      *---- ASSINALA AS REGRAS DE PLAUSIBILIDADE QUE RETEM A FAMILIA
      *---- (ENTRADAS PENDENTES OU EM CORRECAO NO REVFAM), COM A
      *---- DESCRICAO DA PRIMEIRA
       MOSTRAR-REVISAO.
           MOVE 0 TO NUM-REGRAS-MOSTRADAS.
           PERFORM MOSTRAR-UMA-REGRA THRU MOSTRAR-UMA-REGRA-EXIT
               VARYING IDX-REGRA FROM 1 BY 1 UNTIL IDX-REGRA > 5.
       MOSTRAR-REVISAO-EXIT.
           EXIT.
       MOSTRAR-UMA-REGRA.
           MOVE FAM-NUMERO              TO REV-NUM-FAMILIA.
           MOVE REGRA-CODIGO(IDX-REGRA) TO REV-REGRA.
           READ REVISAO-FILE KEY IS REV-CHAVE
               INVALID KEY
                   GO TO MOSTRAR-UMA-REGRA-EXIT
           END-READ.
           IF NOT REV-RETIDA THEN
               GO TO MOSTRAR-UMA-REGRA-EXIT
           END-IF.
           ADD 1 TO NUM-REGRAS-MOSTRADAS.
           IF NUM-REGRAS-MOSTRADAS = 1 THEN
               DISPLAY "EM REVISAO (FAMREV):" FOREGROUND-COLOR 4
               HIGHLIGHT AT 0401
               DISPLAY REV-DESCRICAO FOREGROUND-COLOR 4 HIGHLIGHT
               AT 0501
           END-IF.
           COMPUTE POSICAO-REGRA =
               0422 + (NUM-REGRAS-MOSTRADAS - 1) * 3.
           DISPLAY REV-REGRA FOREGROUND-COLOR 4 HIGHLIGHT
           AT POSICAO-REGRA.
       MOSTRAR-UMA-REGRA-EXIT.
           EXIT.
      *---- MOSTRA A IDADE DE UM FILHO, LIDA DO MESTRE DE DETALHE
      *---- ("--" SE O REGISTO DE DETALHE FALTAR)
       MOSTRAR-UM-FILHO.
               UNTIL IDX-FILHO > NUM-FILHOS.
           DISPLAY " " ERASE EOL AT 2001.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
           MOVE "A" TO TIPO-MOVIMENTO.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
           ADD 1 TO NUM-GRAVACOES.
           PERFORM VERIFICAR-PLAUSIBILIDADE
               THRU VERIFICAR-PLAUSIBILIDADE-EXIT.
           IF FAMILIA-RETIDA THEN
               DISPLAY "A FAMILIA CONTINUA RETIDA PARA REVISAO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2101
           END-IF.
           DISPLAY "FAMILIA ALTERADA. PRIMA ENTER PARA CONTINUAR:"
           AT 2201.
           ACCEPT RESPOSTA-CONFIRMA AT 2247.
           END-WRITE.
       PEDIR-IDADE-FILHO-EXIT.
           EXIT.
      *---- VOLTA A APLICAR AS REGRAS DE PLAUSIBILIDADE A FAMILIA
      *---- ACABADA DE ALTERAR, COM AS IDADES REINTRODUZIDAS, E
      *---- ACTUALIZA O FICHEIRO DE REVISAO: AS REGRAS QUE DEIXARAM
      *---- DE DISPARAR FICAM RESOLVIDAS
       VERIFICAR-PLAUSIBILIDADE.
           ACCEPT DATA-VERIFICACAO FROM DATE YYYYMMDD.
           MOVE FAM-NUMERO              TO VER-NUM-FAMILIA.
           MOVE FAM-IDADE-PAI           TO VER-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO VER-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO VER-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO VER-RENDIMENTO.
           MOVE 0                       TO VER-FILHOS-ALEM-DECL.
           PERFORM LER-IDADE-VERIFICACAO
               THRU LER-IDADE-VERIFICACAO-EXIT
               VARYING IDX-VER-FILHO FROM 1 BY 1
               UNTIL IDX-VER-FILHO > 20.
           PERFORM APLICAR-REGRAS THRU APLICAR-REGRAS-EXIT.
           PERFORM ACTUALIZAR-REVISAO THRU ACTUALIZAR-REVISAO-EXIT.
       VERIFICAR-PLAUSIBILIDADE-EXIT.
           EXIT.
       LER-IDADE-VERIFICACAO.
           MOVE "N" TO VER-SW-IDADE(IDX-VER-FILHO).
           MOVE 0   TO VER-IDADE-FILHO(IDX-VER-FILHO).
           MOVE FAM-NUMERO    TO FIL-NUM-FAMILIA.
           MOVE IDX-VER-FILHO TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO VER-SW-IDADE(IDX-VER-FILHO)
                   MOVE FIL-IDADE TO VER-IDADE-FILHO(IDX-VER-FILHO)
           END-READ.
       LER-IDADE-VERIFICACAO-EXIT.
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
      *---- APAGA TODO O DETALHE DE FILHOS DA FAMILIA CORRENTE
       APAGAR-FILHOS.
           PERFORM APAGAR-UM-FILHO THRU APAGAR-UM-FILHO-EXIT
           WRITE AUDITORIA-REC.
       GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *---- ELIMINA A FAMILIA DO MESTRE, APOS CONFIRMACAO; SO UM
      *---- SUPERVISOR PODE ELIMINAR, E A TENTATIVA DE OUTRO
      *---- OPERADOR FICA REGISTADA NO JORNAL
       ELIMINAR-FAMILIA.
           IF NOT PERFIL-SUPERVISOR THEN
               ADD 1 TO NUM-RECUSAS
               PERFORM GRAVAR-JORNAL-RECUSA
                   THRU GRAVAR-JORNAL-RECUSA-EXIT
               DISPLAY "ELIMINACAO RESERVADA A SUPERVISORES."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1501
               DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 1601
               ACCEPT RESPOSTA-CONFIRMA AT 1629
               GO TO ELIMINAR-FAMILIA-EXIT
           END-IF.
           MOVE "N" TO RESPOSTA-CONFIRMA.
           DISPLAY "CONFIRMA A ELIMINACAO (S/N):" AT 1501.
           ACCEPT RESPOSTA-CONFIRMA AT 1530 FOREGROUND-COLOR 3
                       FAM-IDADE-MAE, FAM-NUM-FILHOS,
                       FAM-RENDIMENTO-FAMILIAR
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT
                   MOVE "E" TO TIPO-MOVIMENTO
                   PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT
                   ADD 1 TO NUM-GRAVACOES
                   DISPLAY "FAMILIA ELIMINADA. PRIMA ENTER P/ "
                   "CONTINUAR:" AT 1701
