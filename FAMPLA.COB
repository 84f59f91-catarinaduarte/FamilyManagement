      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao de plausibilidade entre campos do mestre
      *          de familias (FAMILIAS) e do detalhe de filhos
      *          (FILHOS), a pedido. Aplica as mesmas regras que o
      *          questionario (T10) aplica apos cada carregamento -
      *          mae ou pai demasiado novos para a idade de um filho,
      *          diferenca de idades pai-mae excessiva, idades de
      *          filhos alem do numero declarado, rendimento
      *          implausivel para o agregado - e actualiza o ficheiro
      *          de revisao (REVFAM): abre as entradas das regras que
      *          disparam e da por resolvidas as que deixaram de
      *          disparar ou cuja familia saiu do mestre. Imprime a
      *          fila de revisao (RELPLA) para o supervisor decidir no
      *          ecra FAMREV e termina com RETURN-CODE 4 se ficaram
      *          familias retidas. Um ficheiro de parametros PARMPLA
      *          com um codigo de campanha restringe a verificacao as
      *          familias dessa campanha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMPLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIAS-FILE ASSIGN TO "FAMILIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-NUMERO
               FILE STATUS IS FAMILIAS-STATUS.
           SELECT FILHOS-FILE ASSIGN TO "FILHOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CHAVE
               FILE STATUS IS FILHOS-STATUS.
           SELECT REVISAO-FILE ASSIGN TO "REVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS REVISAO-STATUS.
           SELECT PLAUSIBILIDADE-FILE ASSIGN TO "RELPLA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMPLA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE, A ESPERA
      *---- DA DECISAO DO SUPERVISOR NO ECRA FAMREV
       FD  REVISAO-FILE.
           COPY REVREC.
       FD  PLAUSIBILIDADE-FILE.
       01  LINHA-PLAUSIBILIDADE           PIC X(80).
      *---- PARAMETROS DE EXECUCAO: CODIGO DE CAMPANHA A VERIFICAR
      *---- (EM BRANCO = MESTRE COMPLETO)
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-CAMPANHA               PIC X(06).
           05  FILLER                      PIC X(06).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-FAMILIAS             PIC X(01)         VALUES "N".
           88 FIM-FAMILIAS                           VALUES "Y".
       77 EOF-REVISAO              PIC X(01)         VALUES "N".
           88 FIM-REVISAO                            VALUES "Y".
      *----
      * SELECCAO DE CAMPANHA (EM BRANCO = TODAS)
       77 CAMPANHA-SELECCAO        PIC X(06)         VALUES SPACES.
           88 SEM-SELECCAO                           VALUES SPACES.
       77 NUM-FORA-SELECCAO        PIC 9(07)         VALUES 0.
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
       77 ORIGEM-REVISAO           PIC X(08)         VALUES "FAMPLA".
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
      *----
      * CONTAGENS DA VERIFICACAO E DA FILA DE REVISAO
       77 NUM-FAMILIAS-LIDAS       PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-VERIFICADAS PIC 9(07)         VALUES 0.
       77 NUM-ENTRADAS-PENDENTES   PIC 9(07)         VALUES 0.
       77 NUM-ENTRADAS-CORRECAO    PIC 9(07)         VALUES 0.
       77 NUM-ENTRADAS-LIBERTADAS  PIC 9(07)         VALUES 0.
      * FAMILIAS INTRODUZIDAS A MAO AINDA POR CONFERIR NO ECRA FAMVER
      * (REGRA "DE"): NAO SAO ENTRADAS DE PLAUSIBILIDADE
       77 NUM-POR-CONFERIR         PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-SAIDAS      PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 ZNUM-FAMILIA             PIC ZZZZZ9.
       77 TXT-ESTADO-REVISAO       PIC X(11)         VALUES SPACES.
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO GUARDADA NO
      * ARRANQUE E REGISTO ACRESCENTADO NO FIM DA EXECUCAO
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
       01 MARCA-INICIO-JRN.
           05 JRN-INI-DATA             PIC 9(08).
           05 JRN-INI-HORA             PIC 9(06).
       01 HORA-JRN.
           05 HORA-JRN-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
       01 DATA-SISTEMA.
           05 DATA-ANO                 PIC 9(04).
           05 DATA-MES                 PIC 9(02).
           05 DATA-DIA                 PIC 9(02).
       01 DATA-EDITADA.
           05 DATA-ED-DIA              PIC 99.
           05 FILLER                      PIC X VALUE "/".
           05 DATA-ED-MES              PIC 99.
           05 FILLER                      PIC X VALUE "/".
           05 DATA-ED-ANO              PIC 9(04).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           OPEN INPUT FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT FILHOS-FILE.
           IF FILHOS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FILHOS NAO ENCONTRADO."
               CLOSE FAMILIAS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS = "35" THEN
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           ACCEPT DATA-VERIFICACAO FROM DATE YYYYMMDD.
           OPEN OUTPUT PLAUSIBILIDADE-FILE.
           PERFORM IMPRIMIR-CABECALHO THRU IMPRIMIR-CABECALHO-EXIT.
           PERFORM VERIFICAR-FAMILIAS THRU VERIFICAR-FAMILIAS-EXIT.
           PERFORM LISTAR-REVISAO THRU LISTAR-REVISAO-EXIT.
           PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-EXIT.
           CLOSE PLAUSIBILIDADE-FILE.
           CLOSE REVISAO-FILE.
           CLOSE FILHOS-FILE.
           CLOSE FAMILIAS-FILE.
           IF NUM-FAMILIAS-RETIDAS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE NUM-FAMILIAS-RETIDAS TO ZCONTAGEM.
           DISPLAY "VERIFICACAO TERMINADA. FAMILIAS RETIDAS: "
               ZCONTAGEM.
       FIM.
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-EXIT.
           STOP RUN.
      *---- MARCA O INICIO DA EXECUCAO PARA O JORNAL COMUM (JRNFAM)
       MARCAR-INICIO-JORNAL.
           ACCEPT JRN-INI-DATA FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-INI-HORA.
       MARCAR-INICIO-JORNAL-EXIT.
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (EXECUCAO EM
      *---- LOTE: SEM OPERADOR; AS FAMILIAS RETIDAS ENTRAM COMO
      *---- REJEITADOS)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
               OPEN OUTPUT JORNAL-FILE
               CLOSE JORNAL-FILE
               OPEN EXTEND JORNAL-FILE
           END-IF.
           IF JORNAL-STATUS NOT = "00" THEN
               GO TO GRAVAR-JORNAL-EXIT
           END-IF.
           MOVE "FAMPLA" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-FAMILIAS-LIDAS TO JRN-LIDOS.
           COMPUTE JRN-ACEITES =
               NUM-FAMILIAS-VERIFICADAS - NUM-FAMILIAS-RETIDAS.
           MOVE NUM-FAMILIAS-RETIDAS TO JRN-REJEITADOS.
           MOVE RETURN-CODE          TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E GUARDA A
      *---- CAMPANHA A VERIFICAR
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
               READ PARAMETRO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-CAMPANHA TO CAMPANHA-SELECCAO
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- CABECALHO DA LISTAGEM DE PLAUSIBILIDADE
       IMPRIMIR-CABECALHO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE "VERIFICACAO DE PLAUSIBILIDADE - FILA DE REVISAO"
               TO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           IF SEM-SELECCAO THEN
               MOVE "CAMPANHA VERIFICADA: TODAS"
                   TO LINHA-PLAUSIBILIDADE
           ELSE
               STRING "CAMPANHA VERIFICADA: " CAMPANHA-SELECCAO
                   DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE
           END-IF.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           STRING "NUMERO  RG  DESCRICAO DA REGRA"
               "                        ESTADO"
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE ALL "-" TO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
       IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *---- PASSAGEM PELO MESTRE DE FAMILIAS: APLICA AS REGRAS A CADA
      *---- FAMILIA DA CAMPANHA SELECCIONADA
       VERIFICAR-FAMILIAS.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-FAMILIAS
           END-START.
           PERFORM LER-UMA-FAMILIA THRU LER-UMA-FAMILIA-EXIT
               UNTIL FIM-FAMILIAS.
       VERIFICAR-FAMILIAS-EXIT.
           EXIT.
       LER-UMA-FAMILIA.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FAMILIAS
               NOT AT END
                   ADD 1 TO NUM-FAMILIAS-LIDAS
                   PERFORM VERIFICAR-UMA-FAMILIA
                       THRU VERIFICAR-UMA-FAMILIA-EXIT
           END-READ.
       LER-UMA-FAMILIA-EXIT.
           EXIT.
      *---- CARREGA A FAMILIA E AS IDADES DO DETALHE (SEQUENCIAS 1
      *---- A 20) PARA A VERIFICACAO; UMA SEQUENCIA ALEM DO NUMERO
      *---- DE FILHOS DECLARADO CONTA PARA A REGRA FD
       VERIFICAR-UMA-FAMILIA.
           IF NOT SEM-SELECCAO
               AND FAM-CAMPANHA NOT = CAMPANHA-SELECCAO THEN
               ADD 1 TO NUM-FORA-SELECCAO
               GO TO VERIFICAR-UMA-FAMILIA-EXIT
           END-IF.
           ADD 1 TO NUM-FAMILIAS-VERIFICADAS.
           MOVE FAM-NUMERO              TO VER-NUM-FAMILIA.
           MOVE FAM-IDADE-PAI           TO VER-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO VER-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO VER-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO VER-RENDIMENTO.
           MOVE 0                       TO VER-FILHOS-ALEM-DECL.
           PERFORM LER-IDADE-FILHO THRU LER-IDADE-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > 20.
           PERFORM APLICAR-REGRAS THRU APLICAR-REGRAS-EXIT.
           PERFORM ACTUALIZAR-REVISAO THRU ACTUALIZAR-REVISAO-EXIT.
       VERIFICAR-UMA-FAMILIA-EXIT.
           EXIT.
       LER-IDADE-FILHO.
           MOVE "N" TO VER-SW-IDADE(IDX-FILHO).
           MOVE 0   TO VER-IDADE-FILHO(IDX-FILHO).
           MOVE VER-NUM-FAMILIA TO FIL-NUM-FAMILIA.
           MOVE IDX-FILHO       TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IDX-FILHO > VER-NUM-FILHOS THEN
                       ADD 1 TO VER-FILHOS-ALEM-DECL
                   ELSE
                       MOVE "S" TO VER-SW-IDADE(IDX-FILHO)
                       MOVE FIL-IDADE TO VER-IDADE-FILHO(IDX-FILHO)
                   END-IF
           END-READ.
       LER-IDADE-FILHO-EXIT.
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
      *---- PASSAGEM PELO FICHEIRO DE REVISAO: DA POR RESOLVIDAS AS
      *---- ENTRADAS DE FAMILIAS QUE JA NAO ESTAO NO MESTRE E LISTA
      *---- AS ENTRADAS AINDA RETIDAS (PENDENTES OU EM CORRECAO)
       LISTAR-REVISAO.
           MOVE LOW-VALUES TO REV-CHAVE.
           START REVISAO-FILE KEY >= REV-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-REVISAO
           END-START.
           PERFORM LER-UMA-REVISAO THRU LER-UMA-REVISAO-EXIT
               UNTIL FIM-REVISAO.
       LISTAR-REVISAO-EXIT.
           EXIT.
       LER-UMA-REVISAO.
           READ REVISAO-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-REVISAO
               NOT AT END
                   PERFORM TRATAR-UMA-REVISAO
                       THRU TRATAR-UMA-REVISAO-EXIT
           END-READ.
       LER-UMA-REVISAO-EXIT.
           EXIT.
       TRATAR-UMA-REVISAO.
           IF REV-RESOLVIDA THEN
               GO TO TRATAR-UMA-REVISAO-EXIT
           END-IF.
           MOVE REV-NUM-FAMILIA TO FAM-NUMERO.
           READ FAMILIAS-FILE KEY IS FAM-NUMERO
               INVALID KEY
                   MOVE "R" TO REV-ESTADO
                   MOVE DATA-VERIFICACAO TO REV-DATA-DECISAO
                   REWRITE REVISAO-REC
                   ADD 1 TO NUM-REVISOES-RESOLVIDAS
                   ADD 1 TO NUM-FAMILIAS-SAIDAS
                   GO TO TRATAR-UMA-REVISAO-EXIT
           END-READ.
      *---- A RETENCAO DA DUPLA ENTRADA SO SE DECIDE NO FAMVER E NAO
      *---- ENTRA NA FILA DO FAMREV; CONTA A PARTE
           IF REV-REGRA-DUPLA-ENTRADA THEN
               IF REV-RETIDA THEN
                   ADD 1 TO NUM-POR-CONFERIR
               END-IF
               GO TO TRATAR-UMA-REVISAO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN REV-PENDENTE
                   ADD 1 TO NUM-ENTRADAS-PENDENTES
                   MOVE "PENDENTE"    TO TXT-ESTADO-REVISAO
               WHEN REV-EM-CORRECAO
                   ADD 1 TO NUM-ENTRADAS-CORRECAO
                   MOVE "EM CORRECAO" TO TXT-ESTADO-REVISAO
               WHEN OTHER
                   ADD 1 TO NUM-ENTRADAS-LIBERTADAS
                   GO TO TRATAR-UMA-REVISAO-EXIT
           END-EVALUATE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           STRING REV-NUM-FAMILIA "  " REV-REGRA "  " REV-DESCRICAO
               "  " TXT-ESTADO-REVISAO
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE REV-DATA-DETECCAO TO DATA-SISTEMA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           STRING "          DETECTADA " DATA-EDITADA
               " POR " REV-ORIGEM "  " REV-DETALHE
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
       TRATAR-UMA-REVISAO-EXIT.
           EXIT.
      *---- TOTAIS FINAIS DA VERIFICACAO E DA FILA DE REVISAO
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE ALL "-" TO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-FAMILIAS-VERIFICADAS TO ZCONTAGEM.
           STRING "FAMILIAS VERIFICADAS.............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           IF NOT SEM-SELECCAO THEN
               MOVE SPACES TO LINHA-PLAUSIBILIDADE
               MOVE NUM-FORA-SELECCAO TO ZCONTAGEM
               STRING "FAMILIAS DE OUTRAS CAMPANHAS.....: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE
               WRITE LINHA-PLAUSIBILIDADE
           END-IF.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-FAMILIAS-RETIDAS TO ZCONTAGEM.
           STRING "FAMILIAS RETIDAS PARA REVISAO....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-REVISOES-ABERTAS TO ZCONTAGEM.
           STRING "ENTRADAS ABERTAS NESTA EXECUCAO..: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-REVISOES-RESOLVIDAS TO ZCONTAGEM.
           STRING "ENTRADAS RESOLVIDAS..............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-FAMILIAS-SAIDAS TO ZCONTAGEM.
           STRING "  DAS QUAIS POR FAMILIA ELIMINADA: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-ENTRADAS-PENDENTES TO ZCONTAGEM.
           STRING "FILA: ENTRADAS PENDENTES.........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-ENTRADAS-CORRECAO TO ZCONTAGEM.
           STRING "FILA: ENTRADAS EM CORRECAO.......: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-ENTRADAS-LIBERTADAS TO ZCONTAGEM.
           STRING "ENTRADAS LIBERTADAS PELO SUPERV..: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
           MOVE SPACES TO LINHA-PLAUSIBILIDADE.
           MOVE NUM-POR-CONFERIR TO ZCONTAGEM.
           STRING "FAMILIAS POR CONFERIR (FAMVER)...: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PLAUSIBILIDADE.
           WRITE LINHA-PLAUSIBILIDADE.
       IMPRIMIR-TOTAIS-EXIT.
           EXIT.
       END PROGRAM FAMPLA.
