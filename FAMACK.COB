      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carregamento e reconciliacao da resposta do
      *          instituto de estatistica a exportacao EXPFAM. O
      *          ficheiro de resposta (ACKFAM) tem uma linha por
      *          familia, delimitada por ponto-e-virgula: numero da
      *          familia, "A" (aceite) ou "Q" (questionada) e o
      *          motivo da questao. Cada resposta e conferida com o
      *          mestre de familias (FAMILIAS) e com o estado dos
      *          envios (ENVFAM), onde fica registada: aceite, ou
      *          questionada com o motivo, para um FAMEXP com "Q" no
      *          PARMEXP reenviar so as questionadas depois de
      *          corrigidas. A listagem RELACK mostra cada resposta
      *          (aceite, questionada, desconhecida, invalida ou nao
      *          gravada por erro no ENVFAM), as familias do EXPFAM
      *          ainda sem resposta e os totais de controlo contra o
      *          bloco de resumo escrito pelo FAMEXP. Termina com
      *          RETURN-CODE 4 se houve respostas desconhecidas,
      *          invalidas ou nao gravadas, familias sem resposta ou
      *          totais que nao batem certo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPOSTAS-FILE ASSIGN TO "ACKFAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPOSTAS-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "EXPFAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-STATUS.
           SELECT FAMILIAS-FILE ASSIGN TO "FAMILIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-NUMERO
               FILE STATUS IS FAMILIAS-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "ENVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-NUM-FAMILIA
               FILE STATUS IS ENVIOS-STATUS.
           SELECT LISTAGEM-FILE ASSIGN TO "RELACK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---- RESPOSTA DO INSTITUTO: NUMERO;A OU Q;MOTIVO DA QUESTAO
       FD  RESPOSTAS-FILE.
       01  LINHA-RESPOSTA                 PIC X(80).
      *---- EXPORTACAO ENVIADA AO INSTITUTO, ESCRITA PELO FAMEXP
       FD  EXPORT-FILE.
       01  LINHA-EXPORT                   PIC X(80).
       FD  FAMILIAS-FILE.
           COPY FAMREC.
      *---- ESTADO DE CADA FAMILIA ENVIADA AO INSTITUTO
       FD  ENVIOS-FILE.
           COPY ENVREC.
       FD  LISTAGEM-FILE.
       01  LINHA-LISTAGEM                 PIC X(80).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 RESPOSTAS-STATUS         PIC X(02)         VALUES "00".
       77 EXPORT-STATUS            PIC X(02)         VALUES "00".
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 ENVIOS-STATUS            PIC X(02)         VALUES "00".
       77 EOF-RESPOSTAS            PIC X(01)         VALUES "N".
           88 FIM-RESPOSTAS                          VALUES "Y".
       77 EOF-EXPORT               PIC X(01)         VALUES "N".
           88 FIM-EXPORT                             VALUES "Y".
       77 DATA-RESPOSTA            PIC 9(08)         VALUES 0.
      *----
      * CAMPOS DE UMA LINHA DE RESPOSTA, SEPARADOS PELO UNSTRING
       01 RESPOSTA-CAMPOS.
           05 RSP-NUMERO-X             PIC X(10).
           05 RSP-NUMERO REDEFINES RSP-NUMERO-X.
               10 RSP-NUM-FAMILIA          PIC 9(06).
               10 RSP-NUMERO-RESTO         PIC X(04).
           05 RSP-ESTADO.
               10 RSP-ESTADO-COD           PIC X(01).
                   88 RSP-ACEITE                     VALUES "A".
                   88 RSP-QUESTIONADA                VALUES "Q".
               10 FILLER                   PIC X(11).
           05 RSP-MOTIVO               PIC X(40).
       77 MOTIVO-RESPOSTA          PIC X(40)         VALUES SPACES.
      *----
      * LEITURA DA EXPORTACAO: ZONA DA LINHA (CABECALHO, LINHAS DE
      * FAMILIA OU BLOCO DE RESUMO) E VALORES CONFERIDOS
       77 SW-ZONA-EXPORT           PIC X(01)         VALUES "C".
           88 ZONA-CABECALHO                         VALUES "C".
           88 ZONA-FAMILIAS                          VALUES "F".
           88 ZONA-RESUMO                            VALUES "R".
       77 CAMPANHA-EXPORT          PIC X(10)         VALUES SPACES.
       01 RESUMO-EXPORTADAS.
           05 RESUMO-EXPORTADAS-X      PIC X(07).
           05 RESUMO-EXPORTADAS-9 REDEFINES RESUMO-EXPORTADAS-X
                                       PIC 9(07).
       77 SW-RESUMO-LIDO           PIC X(01)         VALUES "N".
           88 RESUMO-LIDO                            VALUES "S".
       01 NUMERO-EXPORT.
           05 NUMERO-EXPORT-X          PIC X(06).
           05 NUMERO-EXPORT-9 REDEFINES NUMERO-EXPORT-X
                                       PIC 9(06).
      *----
      * CONTAGENS DAS RESPOSTAS E DA EXPORTACAO PARA OS TOTAIS DE
      * CONTROLO
       77 NUM-RSP-LIDAS            PIC 9(07)         VALUES 0.
       77 NUM-RSP-ACEITES          PIC 9(07)         VALUES 0.
       77 NUM-RSP-QUESTIONADAS     PIC 9(07)         VALUES 0.
       77 NUM-RSP-DESCONHECIDAS    PIC 9(07)         VALUES 0.
       77 NUM-RSP-INVALIDAS        PIC 9(07)         VALUES 0.
       77 NUM-RSP-NAO-GRAVADAS     PIC 9(07)         VALUES 0.
       77 NUM-EXP-LINHAS           PIC 9(07)         VALUES 0.
       77 NUM-EXP-ACEITES          PIC 9(07)         VALUES 0.
       77 NUM-EXP-QUESTIONADAS     PIC 9(07)         VALUES 0.
       77 NUM-EXP-SEM-RESPOSTA     PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
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
           OPEN INPUT RESPOSTAS-FILE.
           IF RESPOSTAS-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE RESPOSTA (ACKFAM) NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-STATUS NOT = "00" THEN
               DISPLAY "EXPORTACAO (EXPFAM) NAO ENCONTRADA."
               CLOSE RESPOSTAS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               CLOSE RESPOSTAS-FILE
               CLOSE EXPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ENVIOS-FILE.
           IF ENVIOS-STATUS NOT = "00" THEN
               DISPLAY "ESTADO DOS ENVIOS (ENVFAM) NAO ENCONTRADO: "
                   "EXPORTAR PRIMEIRO COM O FAMEXP."
               CLOSE RESPOSTAS-FILE
               CLOSE EXPORT-FILE
               CLOSE FAMILIAS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
      *---- PRIMEIRA LEITURA DA EXPORTACAO: CONTA AS LINHAS DE
      *---- FAMILIA E GUARDA O TOTAL DO BLOCO DE RESUMO
           PERFORM LER-LINHA-EXPORT THRU LER-LINHA-EXPORT-EXIT
               UNTIL FIM-EXPORT.
           CLOSE EXPORT-FILE.
           ACCEPT DATA-RESPOSTA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTAGEM-FILE.
           PERFORM IMPRIMIR-CABECALHO THRU IMPRIMIR-CABECALHO-EXIT.
           PERFORM LER-UMA-RESPOSTA THRU LER-UMA-RESPOSTA-EXIT
               UNTIL FIM-RESPOSTAS.
      *---- SEGUNDA LEITURA DA EXPORTACAO: SITUACAO DE CADA FAMILIA
      *---- ENVIADA DEPOIS DE CARREGADA A RESPOSTA
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "FAMILIAS DO EXPFAM SEM RESPOSTA DO INSTITUTO:"
               TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "N" TO EOF-EXPORT.
           MOVE "C" TO SW-ZONA-EXPORT.
           OPEN INPUT EXPORT-FILE.
           PERFORM CONFERIR-LINHA-EXPORT
               THRU CONFERIR-LINHA-EXPORT-EXIT
               UNTIL FIM-EXPORT.
           CLOSE EXPORT-FILE.
           PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-EXIT.
           CLOSE LISTAGEM-FILE.
           CLOSE RESPOSTAS-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE ENVIOS-FILE.
           IF NUM-RSP-DESCONHECIDAS > 0 OR NUM-RSP-INVALIDAS > 0
               OR NUM-RSP-NAO-GRAVADAS > 0
               OR NUM-EXP-SEM-RESPOSTA > 0 OR NOT RESUMO-LIDO
               OR RESUMO-EXPORTADAS-9 NOT = NUM-EXP-LINHAS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE NUM-RSP-ACEITES TO ZCONTAGEM.
           DISPLAY "RESPOSTAS ACEITES: " ZCONTAGEM.
           MOVE NUM-RSP-QUESTIONADAS TO ZCONTAGEM.
           DISPLAY "RESPOSTAS QUESTIONADAS: " ZCONTAGEM.
           MOVE NUM-EXP-SEM-RESPOSTA TO ZCONTAGEM.
           DISPLAY "FAMILIAS SEM RESPOSTA: " ZCONTAGEM.
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
      *---- LOTE: SEM OPERADOR; AS RESPOSTAS DESCONHECIDAS E AS
      *---- INVALIDAS CONTAM COMO REJEITADAS)
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
           MOVE "FAMACK" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-RSP-LIDAS TO JRN-LIDOS.
           COMPUTE JRN-ACEITES =
               NUM-RSP-ACEITES + NUM-RSP-QUESTIONADAS.
           COMPUTE JRN-REJEITADOS =
               NUM-RSP-DESCONHECIDAS + NUM-RSP-INVALIDAS
               + NUM-RSP-NAO-GRAVADAS.
           MOVE RETURN-CODE   TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- PRIMEIRA LEITURA DA EXPORTACAO: A LINHA DOS NOMES DOS
      *---- CAMPOS ABRE AS LINHAS DE FAMILIA E A LINHA "RESUMO;"
      *---- ABRE O BLOCO DE RESUMO
       LER-LINHA-EXPORT.
           READ EXPORT-FILE
               AT END
                   MOVE "Y" TO EOF-EXPORT
                   GO TO LER-LINHA-EXPORT-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN ZONA-CABECALHO
                   IF LINHA-EXPORT(1:21) = "CAMPANHA SELECIONADA;"
                       THEN
                       MOVE LINHA-EXPORT(22:10) TO CAMPANHA-EXPORT
                   END-IF
                   IF LINHA-EXPORT(1:7) = "NUMERO;" THEN
                       MOVE "F" TO SW-ZONA-EXPORT
                   END-IF
               WHEN ZONA-FAMILIAS
                   IF LINHA-EXPORT(1:7) = "RESUMO;" THEN
                       MOVE "R" TO SW-ZONA-EXPORT
                   ELSE
                       ADD 1 TO NUM-EXP-LINHAS
                   END-IF
               WHEN ZONA-RESUMO
                   IF LINHA-EXPORT(1:20) = "FAMILIAS EXPORTADAS;"
                       THEN
                       MOVE LINHA-EXPORT(21:7) TO RESUMO-EXPORTADAS-X
                       IF RESUMO-EXPORTADAS-X NUMERIC THEN
                           MOVE "S" TO SW-RESUMO-LIDO
                       END-IF
                   END-IF
           END-EVALUATE.
       LER-LINHA-EXPORT-EXIT.
           EXIT.
      *---- CABECALHO DA LISTAGEM DE RECONCILIACAO
       IMPRIMIR-CABECALHO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE "RECONCILIACAO DA RESPOSTA DO INSTITUTO (ACKFAM)"
               TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               "   CAMPANHA DO EXPFAM: " CAMPANHA-EXPORT
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "  LINHA NUMERO  SITUACAO / MOTIVO" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *---- LE UMA LINHA DA RESPOSTA; A LINHA DOS NOMES DOS CAMPOS E
      *---- AS LINHAS EM BRANCO SAO IGNORADAS
       LER-UMA-RESPOSTA.
           READ RESPOSTAS-FILE
               AT END
                   MOVE "Y" TO EOF-RESPOSTAS
                   GO TO LER-UMA-RESPOSTA-EXIT
           END-READ.
           IF LINHA-RESPOSTA = SPACES
               OR LINHA-RESPOSTA(1:7) = "NUMERO;" THEN
               GO TO LER-UMA-RESPOSTA-EXIT
           END-IF.
           ADD 1 TO NUM-RSP-LIDAS.
           PERFORM TRATAR-RESPOSTA THRU TRATAR-RESPOSTA-EXIT.
       LER-UMA-RESPOSTA-EXIT.
           EXIT.
      *---- CONFERE A RESPOSTA COM O MESTRE E COM OS ENVIOS E
      *---- REGISTA-A NO ESTADO DA FAMILIA
       TRATAR-RESPOSTA.
           MOVE SPACES TO RESPOSTA-CAMPOS.
           MOVE SPACES TO MOTIVO-RESPOSTA.
           UNSTRING LINHA-RESPOSTA DELIMITED BY ";"
               INTO RSP-NUMERO-X RSP-ESTADO RSP-MOTIVO.
           IF RSP-NUM-FAMILIA NOT NUMERIC
               OR RSP-NUMERO-RESTO NOT = SPACES THEN
               MOVE "NUMERO DE FAMILIA INVALIDO" TO MOTIVO-RESPOSTA
               PERFORM REGISTAR-INVALIDA THRU REGISTAR-INVALIDA-EXIT
               GO TO TRATAR-RESPOSTA-EXIT
           END-IF.
           IF NOT RSP-ACEITE AND NOT RSP-QUESTIONADA THEN
               MOVE "SITUACAO INVALIDA (A OU Q)" TO MOTIVO-RESPOSTA
               PERFORM REGISTAR-INVALIDA THRU REGISTAR-INVALIDA-EXIT
               GO TO TRATAR-RESPOSTA-EXIT
           END-IF.
           MOVE RSP-NUM-FAMILIA TO FAM-NUMERO.
           READ FAMILIAS-FILE
               INVALID KEY
                   MOVE "FAMILIA NAO EXISTE NO MESTRE"
                       TO MOTIVO-RESPOSTA
                   PERFORM REGISTAR-DESCONHECIDA
                       THRU REGISTAR-DESCONHECIDA-EXIT
                   GO TO TRATAR-RESPOSTA-EXIT
           END-READ.
           MOVE RSP-NUM-FAMILIA TO ENV-NUM-FAMILIA.
           READ ENVIOS-FILE
               INVALID KEY
                   MOVE "FAMILIA NUNCA ENVIADA AO INSTITUTO"
                       TO MOTIVO-RESPOSTA
                   PERFORM REGISTAR-DESCONHECIDA
                       THRU REGISTAR-DESCONHECIDA-EXIT
                   GO TO TRATAR-RESPOSTA-EXIT
           END-READ.
           MOVE RSP-ESTADO-COD TO ENV-ESTADO.
           MOVE DATA-RESPOSTA  TO ENV-DATA-RESPOSTA.
           IF RSP-ACEITE THEN
               MOVE SPACES TO ENV-MOTIVO
               MOVE "ACEITE" TO MOTIVO-RESPOSTA
           ELSE
               IF RSP-MOTIVO = SPACES THEN
                   MOVE "SEM MOTIVO INDICADO" TO RSP-MOTIVO
               END-IF
               MOVE RSP-MOTIVO TO ENV-MOTIVO
               STRING "QUESTIONADA: " RSP-MOTIVO
                   DELIMITED BY SIZE INTO MOTIVO-RESPOSTA
           END-IF.
           REWRITE ENVIO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ENVIOS-STATUS NOT = "00" THEN
               PERFORM REGISTAR-NAO-GRAVADA
                   THRU REGISTAR-NAO-GRAVADA-EXIT
               GO TO TRATAR-RESPOSTA-EXIT
           END-IF.
           IF RSP-ACEITE THEN
               ADD 1 TO NUM-RSP-ACEITES
           ELSE
               ADD 1 TO NUM-RSP-QUESTIONADAS
           END-IF.
           PERFORM LISTAR-RESPOSTA THRU LISTAR-RESPOSTA-EXIT.
       TRATAR-RESPOSTA-EXIT.
           EXIT.
      *---- RESPOSTA DE UMA FAMILIA QUE NAO ESTA NO MESTRE OU QUE
      *---- NUNCA FOI ENVIADA: LISTADA, SEM TOCAR NOS ENVIOS
       REGISTAR-DESCONHECIDA.
           ADD 1 TO NUM-RSP-DESCONHECIDAS.
           MOVE MOTIVO-RESPOSTA TO RSP-MOTIVO.
           MOVE SPACES TO MOTIVO-RESPOSTA.
           STRING "DESCONHECIDA: " RSP-MOTIVO
               DELIMITED BY SIZE INTO MOTIVO-RESPOSTA.
           PERFORM LISTAR-RESPOSTA THRU LISTAR-RESPOSTA-EXIT.
       REGISTAR-DESCONHECIDA-EXIT.
           EXIT.
      *---- RESPOSTA CONFERIDA QUE NAO FICOU REGISTADA NOS ENVIOS
      *---- (ERRO NA REGRAVACAO DO ENVFAM): LISTADA COM O STATUS, E A
      *---- FAMILIA CONTINUA SEM RESPOSTA
       REGISTAR-NAO-GRAVADA.
           ADD 1 TO NUM-RSP-NAO-GRAVADAS.
           MOVE SPACES TO MOTIVO-RESPOSTA.
           STRING "NAO GRAVADA: ERRO " ENVIOS-STATUS " NO ENVFAM"
               DELIMITED BY SIZE INTO MOTIVO-RESPOSTA.
           PERFORM LISTAR-RESPOSTA THRU LISTAR-RESPOSTA-EXIT.
       REGISTAR-NAO-GRAVADA-EXIT.
           EXIT.
      *---- LINHA DE RESPOSTA MAL FORMADA
       REGISTAR-INVALIDA.
           ADD 1 TO NUM-RSP-INVALIDAS.
           MOVE MOTIVO-RESPOSTA TO RSP-MOTIVO.
           MOVE SPACES TO MOTIVO-RESPOSTA.
           STRING "INVALIDA: " RSP-MOTIVO
               DELIMITED BY SIZE INTO MOTIVO-RESPOSTA.
           PERFORM LISTAR-RESPOSTA THRU LISTAR-RESPOSTA-EXIT.
       REGISTAR-INVALIDA-EXIT.
           EXIT.
      *---- UMA LINHA DA LISTAGEM POR RESPOSTA, COM A SITUACAO
       LISTAR-RESPOSTA.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-LIDAS TO ZCONTAGEM.
           STRING ZCONTAGEM " " RSP-NUMERO-X(1:6) "  "
               MOTIVO-RESPOSTA
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       LISTAR-RESPOSTA-EXIT.
           EXIT.
      *---- SEGUNDA LEITURA DA EXPORTACAO: CADA FAMILIA ENVIADA TEM
      *---- DE ESTAR ACEITE OU QUESTIONADA; AS QUE AINDA ESTAO SO
      *---- ENVIADAS (OU SEM ESTADO) FICAM LISTADAS SEM RESPOSTA
       CONFERIR-LINHA-EXPORT.
           READ EXPORT-FILE
               AT END
                   MOVE "Y" TO EOF-EXPORT
                   GO TO CONFERIR-LINHA-EXPORT-EXIT
           END-READ.
           IF ZONA-CABECALHO THEN
               IF LINHA-EXPORT(1:7) = "NUMERO;" THEN
                   MOVE "F" TO SW-ZONA-EXPORT
               END-IF
               GO TO CONFERIR-LINHA-EXPORT-EXIT
           END-IF.
           IF ZONA-RESUMO OR LINHA-EXPORT(1:7) = "RESUMO;" THEN
               MOVE "R" TO SW-ZONA-EXPORT
               GO TO CONFERIR-LINHA-EXPORT-EXIT
           END-IF.
           MOVE LINHA-EXPORT(1:6) TO NUMERO-EXPORT-X.
           MOVE SPACE TO ENV-ESTADO.
           IF NUMERO-EXPORT-X NUMERIC THEN
               MOVE NUMERO-EXPORT-9 TO ENV-NUM-FAMILIA
               READ ENVIOS-FILE
                   INVALID KEY
                       MOVE SPACE TO ENV-ESTADO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN ENV-ACEITE
                   ADD 1 TO NUM-EXP-ACEITES
               WHEN ENV-QUESTIONADA
                   ADD 1 TO NUM-EXP-QUESTIONADAS
               WHEN OTHER
                   ADD 1 TO NUM-EXP-SEM-RESPOSTA
                   MOVE SPACES TO LINHA-LISTAGEM
                   STRING "        " NUMERO-EXPORT-X
                       "  SEM RESPOSTA"
                       DELIMITED BY SIZE INTO LINHA-LISTAGEM
                   WRITE LINHA-LISTAGEM
           END-EVALUATE.
       CONFERIR-LINHA-EXPORT-EXIT.
           EXIT.
      *---- TOTAIS DE CONTROLO: AS RESPOSTAS LIDAS TEM DE BATER COM
      *---- AS CLASSIFICADAS, AS LINHAS DO EXPFAM COM O SEU RESUMO, E
      *---- AS FAMILIAS EXPORTADAS COM AS ACEITES, QUESTIONADAS E
      *---- SEM RESPOSTA
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-LIDAS TO ZCONTAGEM.
           STRING "RESPOSTAS LIDAS..................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-ACEITES TO ZCONTAGEM.
           STRING "  ACEITES........................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-QUESTIONADAS TO ZCONTAGEM.
           STRING "  QUESTIONADAS...................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-DESCONHECIDAS TO ZCONTAGEM.
           STRING "  DESCONHECIDAS..................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-INVALIDAS TO ZCONTAGEM.
           STRING "  INVALIDAS......................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-RSP-NAO-GRAVADAS TO ZCONTAGEM.
           STRING "  NAO GRAVADAS (ERRO NO ENVFAM)..: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF NUM-RSP-LIDAS = NUM-RSP-ACEITES + NUM-RSP-QUESTIONADAS
               + NUM-RSP-DESCONHECIDAS + NUM-RSP-INVALIDAS
               + NUM-RSP-NAO-GRAVADAS THEN
               MOVE "CONTROLO LIDAS = SOMA DAS SITUACOES: CERTO"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "CONTROLO LIDAS = SOMA DAS SITUACOES: ERRADO"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-EXP-LINHAS TO ZCONTAGEM.
           STRING "FAMILIAS NAS LINHAS DO EXPFAM....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF RESUMO-LIDO THEN
               MOVE RESUMO-EXPORTADAS-9 TO ZCONTAGEM
               STRING "FAMILIAS EXPORTADAS NO RESUMO....: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           ELSE
               MOVE "FAMILIAS EXPORTADAS NO RESUMO....: EM FALTA"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF RESUMO-LIDO AND RESUMO-EXPORTADAS-9 = NUM-EXP-LINHAS
               THEN
               MOVE "CONTROLO LINHAS = RESUMO: CERTO" TO LINHA-LISTAGEM
           ELSE
               MOVE "CONTROLO LINHAS = RESUMO: ERRADO"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-EXP-ACEITES TO ZCONTAGEM.
           STRING "  ACEITES........................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-EXP-QUESTIONADAS TO ZCONTAGEM.
           STRING "  QUESTIONADAS...................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-EXP-SEM-RESPOSTA TO ZCONTAGEM.
           STRING "  SEM RESPOSTA...................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF RESUMO-LIDO AND RESUMO-EXPORTADAS-9 = NUM-EXP-ACEITES
               + NUM-EXP-QUESTIONADAS + NUM-EXP-SEM-RESPOSTA THEN
               MOVE "CONTROLO RESUMO = RESPONDIDAS + SEM RESP.: CERTO"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "CONTROLO RESUMO = RESPONDIDAS + SEM RESP.: ERRADO"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-TOTAIS-EXIT.
           EXIT.
       END PROGRAM FAMACK.
