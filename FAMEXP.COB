      *          campanha na primeira posicao restringe a exportacao
      *          e o resumo as familias dessa campanha; sem PARMEXP
      *          (ou com o codigo em branco) exporta o mestre
      *          completo, como antes. As familias retidas para
      *          revisao de plausibilidade (entradas pendentes ou em
      *          correcao no REVFAM) ficam fora da exportacao e sao
      *          contadas no resumo, salvo se o PARMEXP tiver "S" na
      *          setima posicao, que as inclui; as retidas por
      *          conferir na dupla entrada (regra "DE") ficam sempre
      *          de fora. Cada familia
      *          exportada fica registada no ficheiro de estado dos
      *          envios (ENVFAM) como enviada, com a copia do registo
      *          enviado; a resposta do instituto e depois carregada
      *          pelo FAMACK. Com "Q" na oitava posicao do PARMEXP so
      *          sao exportadas as familias questionadas pelo
      *          instituto que entretanto foram corrigidas (o registo
      *          no mestre ja nao e o enviado); as questionadas ainda
      *          por corrigir sao contadas no resumo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REVISAO-FILE ASSIGN TO "REVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS REVISAO-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "ENVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-NUM-FAMILIA
               FILE STATUS IS ENVIOS-STATUS.
           SELECT ESCALOES-FILE ASSIGN TO "PARMESC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALOES-STATUS.
       FD  EXPORT-FILE.
       01  LINHA-EXPORT                   PIC X(80).
      *---- PARAMETROS DE EXECUCAO: CODIGO DE CAMPANHA A EXPORTAR
      *---- (EM BRANCO = MESTRE COMPLETO) E "S" PARA INCLUIR AS
      *---- FAMILIAS RETIDAS PARA REVISAO DE PLAUSIBILIDADE, E "Q"
      *---- PARA REENVIAR SO AS QUESTIONADAS JA CORRIGIDAS
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-CAMPANHA               PIC X(06).
           05  PARM-INCLUIR-PENDENTES      PIC X(01).
               88  PARM-INCLUIR                        VALUE "S".
           05  PARM-TIPO-ENVIO             PIC X(01).
               88  PARM-SO-QUESTIONADAS                VALUE "Q".
           05  FILLER                      PIC X(04).
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE, A ESPERA
      *---- DA DECISAO DO SUPERVISOR NO ECRA FAMREV
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- ESTADO DE CADA FAMILIA ENVIADA AO INSTITUTO, ACTUALIZADO
      *---- COM A RESPOSTA PELO FAMACK
       FD  ENVIOS-FILE.
           COPY ENVREC.
      *---- LIMITES DOS ESCALOES DE RENDIMENTO, PARTILHADOS COM O
      *---- QUESTIONARIO (T10) E O FAMCON E MANTIDOS PELO ESCMNT
       FD  ESCALOES-FILE.
           88 SEM-SELECCAO                           VALUES SPACES.
       77 NUM-FORA-SELECCAO        PIC 9(07)         VALUES 0.
      *----
      * FAMILIAS RETIDAS PARA REVISAO DE PLAUSIBILIDADE (REVFAM):
      * FORA DA EXPORTACAO, SALVO PEDIDO EXPRESSO NO PARMEXP (QUE
      * NAO ABRANGE A DUPLA ENTRADA POR CONFERIR); SEM FICHEIRO DE
      * REVISAO NENHUMA FAMILIA ESTA RETIDA
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
       77 SW-HA-REVISAO            PIC X(01)         VALUES "N".
           88 HA-REVISAO                             VALUES "S".
       77 SW-INCLUIR-PENDENTES     PIC X(01)         VALUES "N".
           88 INCLUIR-PENDENTES                      VALUES "S".
       77 SW-FAMILIA-RETIDA        PIC X(01)         VALUES "N".
           88 FAMILIA-RETIDA                         VALUES "S".
       77 SW-DUPLA-ENTRADA-RETIDA  PIC X(01)         VALUES "N".
           88 DUPLA-ENTRADA-RETIDA                   VALUES "S".
       77 EOF-REVISAO-FAMILIA      PIC X(01)         VALUES "N".
           88 FIM-REVISAO-FAMILIA                    VALUES "Y".
       77 NUM-RETIDAS-REVISAO      PIC 9(07)         VALUES 0.
       77 NUM-RETIDAS-INCLUIDAS    PIC 9(07)         VALUES 0.
      *----
      * ESTADO DOS ENVIOS (ENVFAM) E REENVIO SO DAS FAMILIAS
      * QUESTIONADAS PELO INSTITUTO QUE JA FORAM CORRIGIDAS
       77 ENVIOS-STATUS            PIC X(02)         VALUES "00".
       77 DATA-ENVIO               PIC 9(08)         VALUES 0.
       77 SW-ENVIO-EXISTE          PIC X(01)         VALUES "N".
           88 ENVIO-EXISTE                           VALUES "S".
       77 SW-SO-QUESTIONADAS       PIC X(01)         VALUES "N".
           88 SO-QUESTIONADAS                        VALUES "S".
       77 SW-FAMILIA-CORRIGIDA     PIC X(01)         VALUES "N".
           88 FAMILIA-CORRIGIDA                      VALUES "S".
       77 NUM-NAO-QUESTIONADAS     PIC 9(07)         VALUES 0.
       77 NUM-POR-CORRIGIR         PIC 9(07)         VALUES 0.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO GUARDADA NO
      * ARRANQUE E REGISTO ACRESCENTADO NO FIM DA EXECUCAO
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT REVISAO-FILE.
           IF REVISAO-STATUS = "00" THEN
               MOVE "S" TO SW-HA-REVISAO
           END-IF.
           OPEN I-O ENVIOS-FILE.
           IF ENVIOS-STATUS = "35" THEN
               OPEN OUTPUT ENVIOS-FILE
               CLOSE ENVIOS-FILE
               OPEN I-O ENVIOS-FILE
           END-IF.
           IF ENVIOS-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O ESTADO DOS ENVIOS (ENVFAM)."
               CLOSE FAMILIAS-FILE
               IF HA-REVISAO THEN
                   CLOSE REVISAO-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           ACCEPT DATA-ENVIO FROM DATE YYYYMMDD.
           OPEN OUTPUT EXPORT-FILE.
           MOVE SPACES TO LINHA-EXPORT.
           IF SEM-SELECCAO THEN
           PERFORM ESCREVER-RESUMO THRU ESCREVER-RESUMO-EXIT.
           CLOSE EXPORT-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE ENVIOS-FILE.
           IF HA-REVISAO THEN
               CLOSE REVISAO-FILE
           END-IF.
       FIM.
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-EXIT.
           STOP RUN.
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (EXECUCAO EM
      *---- LOTE: SEM OPERADOR; AS FAMILIAS DE OUTRAS CAMPANHAS E AS
      *---- RETIDAS PARA REVISAO CONTAM COMO NAO EXPORTADAS, BEM
      *---- COMO, NO REENVIO, AS QUE NAO HA A REENVIAR)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           COMPUTE JRN-LIDOS = NUM-FAMILIAS + NUM-FORA-SELECCAO
               + NUM-RETIDAS-REVISAO + NUM-NAO-QUESTIONADAS
               + NUM-POR-CORRIGIR.
           MOVE NUM-FAMILIAS      TO JRN-ACEITES.
           COMPUTE JRN-REJEITADOS =
               NUM-FORA-SELECCAO + NUM-RETIDAS-REVISAO
               + NUM-NAO-QUESTIONADAS + NUM-POR-CORRIGIR.
           MOVE RETURN-CODE       TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E GUARDA A
      *---- CAMPANHA A EXPORTAR, A INCLUSAO DAS FAMILIAS RETIDAS E
      *---- O REENVIO SO DAS QUESTIONADAS
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
                       CONTINUE
                   NOT AT END
                       MOVE PARM-CAMPANHA TO CAMPANHA-SELECCAO
                       IF PARM-INCLUIR THEN
                           MOVE "S" TO SW-INCLUIR-PENDENTES
                       END-IF
                       IF PARM-SO-QUESTIONADAS THEN
                           MOVE "S" TO SW-SO-QUESTIONADAS
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
           EXIT.
      *---- UMA LINHA DELIMITADA POR FAMILIA, COM A RESIDENCIA POR
      *---- EXTENSO, E ACUMULACAO DOS TOTAIS DO RESUMO; AS FAMILIAS
      *---- DE OUTRAS CAMPANHAS FICAM FORA DA EXPORTACAO E DO RESUMO,
      *---- E NO REENVIO TAMBEM AS QUE NAO HA A REENVIAR
       EXPORTAR-FAMILIA.
           IF NOT SEM-SELECCAO
               AND FAM-CAMPANHA NOT = CAMPANHA-SELECCAO THEN
               ADD 1 TO NUM-FORA-SELECCAO
               GO TO EXPORTAR-FAMILIA-EXIT
           END-IF.
           IF SO-QUESTIONADAS THEN
               PERFORM VERIFICAR-CORRECCAO
                   THRU VERIFICAR-CORRECCAO-EXIT
               IF NOT FAMILIA-CORRIGIDA THEN
                   GO TO EXPORTAR-FAMILIA-EXIT
               END-IF
           END-IF.
           PERFORM VERIFICAR-RETENCAO THRU VERIFICAR-RETENCAO-EXIT.
           IF FAMILIA-RETIDA THEN
               IF INCLUIR-PENDENTES AND NOT DUPLA-ENTRADA-RETIDA THEN
                   ADD 1 TO NUM-RETIDAS-INCLUIDAS
               ELSE
                   ADD 1 TO NUM-RETIDAS-REVISAO
                   GO TO EXPORTAR-FAMILIA-EXIT
               END-IF
           END-IF.
           EVALUATE FAM-RESIDENCIA
               WHEN 1
                   MOVE "CONTINENTE" TO TXT-RESIDENCIA
               FAM-DATA-RECOLHA
               DELIMITED BY SIZE INTO LINHA-EXPORT.
           WRITE LINHA-EXPORT.
           PERFORM REGISTAR-ENVIO THRU REGISTAR-ENVIO-EXIT.
           ADD 1 TO NUM-FAMILIAS.
           ADD FAM-NUM-FILHOS TO SUM-NUM-FILHOS.
           ADD FAM-IDADE-PAI  TO SUM-IDADE-PAI.
           END-EVALUATE.
       EXPORTAR-FAMILIA-EXIT.
           EXIT.
      *---- NO REENVIO: SO SEGUE A FAMILIA QUESTIONADA PELO INSTITUTO
      *---- CUJO REGISTO NO MESTRE JA NAO E O QUE FOI ENVIADO
       VERIFICAR-CORRECCAO.
           MOVE "N" TO SW-FAMILIA-CORRIGIDA.
           MOVE FAM-NUMERO TO ENV-NUM-FAMILIA.
           READ ENVIOS-FILE
               INVALID KEY
                   ADD 1 TO NUM-NAO-QUESTIONADAS
                   GO TO VERIFICAR-CORRECCAO-EXIT
           END-READ.
           IF NOT ENV-QUESTIONADA THEN
               ADD 1 TO NUM-NAO-QUESTIONADAS
               GO TO VERIFICAR-CORRECCAO-EXIT
           END-IF.
           IF ENV-FAMILIA-ENVIADA = FAMILIA-REC THEN
               ADD 1 TO NUM-POR-CORRIGIR
               GO TO VERIFICAR-CORRECCAO-EXIT
           END-IF.
           MOVE "S" TO SW-FAMILIA-CORRIGIDA.
       VERIFICAR-CORRECCAO-EXIT.
           EXIT.
      *---- REGISTA A FAMILIA COMO ENVIADA, COM A COPIA DO REGISTO
      *---- ENVIADO; UMA RESPOSTA ANTERIOR DO INSTITUTO E SUBSTITUIDA
      *---- PELO NOVO ENVIO
       REGISTAR-ENVIO.
           MOVE "S" TO SW-ENVIO-EXISTE.
           MOVE FAM-NUMERO TO ENV-NUM-FAMILIA.
           READ ENVIOS-FILE
               INVALID KEY
                   MOVE "N" TO SW-ENVIO-EXISTE
           END-READ.
           IF NOT ENVIO-EXISTE THEN
               MOVE SPACES     TO ENVIO-REC
               MOVE FAM-NUMERO TO ENV-NUM-FAMILIA
               MOVE 0          TO ENV-NUM-ENVIOS
           END-IF.
           MOVE "E"               TO ENV-ESTADO.
           MOVE DATA-ENVIO        TO ENV-DATA-ENVIO.
           ADD 1 TO ENV-NUM-ENVIOS.
           MOVE CAMPANHA-SELECCAO TO ENV-CAMPANHA-ENVIO.
           MOVE 0                 TO ENV-DATA-RESPOSTA.
           MOVE SPACES            TO ENV-MOTIVO.
           MOVE FAMILIA-REC       TO ENV-FAMILIA-ENVIADA.
           IF ENVIO-EXISTE THEN
               REWRITE ENVIO-REC
           ELSE
               WRITE ENVIO-REC
           END-IF.
       REGISTAR-ENVIO-EXIT.
           EXIT.
      *---- PROCURA NO FICHEIRO DE REVISAO UMA ENTRADA PENDENTE OU
      *---- EM CORRECAO DA FAMILIA (AS ENTRADAS SEGUEM A ORDEM DO
      *---- NUMERO DE FAMILIA); UMA ENTRADA "DE" PENDENTE (DUPLA
      *---- ENTRADA POR CONFERIR) FICA ASSINALADA A PARTE, PORQUE
      *---- NUNCA E INCLUIDA NA EXPORTACAO
       VERIFICAR-RETENCAO.
           MOVE "N" TO SW-FAMILIA-RETIDA.
           MOVE "N" TO SW-DUPLA-ENTRADA-RETIDA.
           IF NOT HA-REVISAO THEN
               GO TO VERIFICAR-RETENCAO-EXIT
           END-IF.
           MOVE FAM-NUMERO TO REV-NUM-FAMILIA.
           MOVE LOW-VALUES TO REV-REGRA.
           START REVISAO-FILE KEY >= REV-CHAVE
               INVALID KEY
                   GO TO VERIFICAR-RETENCAO-EXIT
           END-START.
           MOVE "N" TO EOF-REVISAO-FAMILIA.
           PERFORM LER-REVISAO-FAMILIA THRU LER-REVISAO-FAMILIA-EXIT
               UNTIL FIM-REVISAO-FAMILIA OR DUPLA-ENTRADA-RETIDA.
       VERIFICAR-RETENCAO-EXIT.
           EXIT.
       LER-REVISAO-FAMILIA.
           READ REVISAO-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-REVISAO-FAMILIA
               NOT AT END
                   IF REV-NUM-FAMILIA NOT = FAM-NUMERO THEN
                       MOVE "Y" TO EOF-REVISAO-FAMILIA
                   ELSE
                       IF REV-RETIDA THEN
                           MOVE "S" TO SW-FAMILIA-RETIDA
                           IF REV-REGRA-DUPLA-ENTRADA THEN
                               MOVE "S" TO SW-DUPLA-ENTRADA-RETIDA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       LER-REVISAO-FAMILIA-EXIT.
           EXIT.
      *---- BLOCO FINAL DE RESUMO, COM OS MESMOS TOTAIS DA SECCAO
      *---- RESULTADOS, EM PARES CAMPO;VALOR
       ESCREVER-RESUMO.
                   DELIMITED BY SIZE INTO LINHA-EXPORT
               WRITE LINHA-EXPORT
           END-IF.
           IF SO-QUESTIONADAS THEN
               MOVE SPACES TO LINHA-EXPORT
               STRING "FAMILIAS QUESTIONADAS REENVIADAS;"
                   NUM-FAMILIAS
                   DELIMITED BY SIZE INTO LINHA-EXPORT
               WRITE LINHA-EXPORT
               MOVE SPACES TO LINHA-EXPORT
               STRING "FAMILIAS QUESTIONADAS POR CORRIGIR;"
                   NUM-POR-CORRIGIR
                   DELIMITED BY SIZE INTO LINHA-EXPORT
               WRITE LINHA-EXPORT
           END-IF.
           IF INCLUIR-PENDENTES THEN
               MOVE SPACES TO LINHA-EXPORT
               STRING "FAMILIAS EM REVISAO INCLUIDAS;"
                   NUM-RETIDAS-INCLUIDAS
                   DELIMITED BY SIZE INTO LINHA-EXPORT
               WRITE LINHA-EXPORT
               IF NUM-RETIDAS-REVISAO > 0 THEN
                   MOVE SPACES TO LINHA-EXPORT
                   STRING "FAMILIAS POR CONFERIR NA DUPLA ENTRADA;"
                       NUM-RETIDAS-REVISAO
                       DELIMITED BY SIZE INTO LINHA-EXPORT
                   WRITE LINHA-EXPORT
               END-IF
           ELSE
               IF NUM-RETIDAS-REVISAO > 0 THEN
                   MOVE SPACES TO LINHA-EXPORT
                   STRING "FAMILIAS RETIDAS EM REVISAO;"
                       NUM-RETIDAS-REVISAO
                       DELIMITED BY SIZE INTO LINHA-EXPORT
                   WRITE LINHA-EXPORT
               END-IF
           END-IF.
       ESCREVER-RESUMO-EXIT.
           EXIT.
       END PROGRAM FAMEXP.
