      *          relatorio de consolidacao RELCON com as contagens por
      *          posto e os totais combinados por regiao e por escalao
      *          de rendimento, no estilo da seccao RESULTADOS do
      *          questionario. Com "I" no ficheiro de parametros
      *          PARMCON a consolidacao e incremental: em vez de
      *          reconstruir o NACFAM, aplica-lhe pela chave posto+
      *          familia os ficheiros de alteracoes DLTD1, DLTD2 e
      *          DLTD3 (inclusoes, alteracoes e eliminacoes gravadas
      *          pelo FAMDLT em cada posto), conferindo a sequencia
      *          de transmissao de cada posto com a ultima aplicada
      *          (SEQCON): uma transmissao repetida, em falta ou
      *          incompleta e recusada sem tocar no NACFAM e a
      *          execucao termina com RETURN-CODE 4. O RELCON mostra
      *          entao os movimentos aplicados por posto. Uma
      *          reconstrucao completa volta a por a zero a sequencia
      *          dos postos lidos, e a transmissao seguinte de cada um
      *          e aceite com o numero que trouxer: e o caminho para
      *          retomar um posto depois de uma transmissao perdida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS NACIONAL-STATUS.
           SELECT CONSOLIDACAO-FILE ASSIGN TO "RELCON"
               ORGANIZATION IS SEQUENTIAL.
      *---- FICHEIRO DE ALTERACOES DE UM POSTO (MODO INCREMENTAL),
      *---- GRAVADO PELO FAMDLT NO POSTO E RECEBIDO COMO DLTD1-3
           SELECT ALTERACOES-FILE ASSIGN TO NOME-ALTERACOES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALTERACOES-STATUS.
           SELECT SEQUENCIAS-FILE ASSIGN TO "SEQCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQUENCIAS-STATUS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT ESCALOES-FILE ASSIGN TO "PARMESC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALOES-STATUS.
           COPY NACREC.
       FD  CONSOLIDACAO-FILE.
       01  LINHA-CONSOLIDACAO             PIC X(80).
       FD  ALTERACOES-FILE.
           COPY MOVREC.
      *---- ULTIMA SEQUENCIA DE TRANSMISSAO APLICADA DE CADA POSTO,
      *---- COM A DATA EM QUE FOI APLICADA
       FD  SEQUENCIAS-FILE.
       01  SEQUENCIAS-REC.
           05  SEQ-POSTO OCCURS 3 TIMES.
               10  SEQ-ULTIMA              PIC 9(05).
               10  SEQ-DATA                PIC 9(08).
           05  FILLER                      PIC X(11).
      *---- PARAMETROS DE EXECUCAO: "I" = CONSOLIDACAO INCREMENTAL,
      *---- OUTRO VALOR (OU SEM FICHEIRO) = RECONSTRUCAO COMPLETA
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-MODO                   PIC X(01).
               88  PARM-INCREMENTAL                    VALUE "I".
           05  FILLER                      PIC X(11).
      *---- LIMITES DOS ESCALOES DE RENDIMENTO, PARTILHADOS COM O
      *---- QUESTIONARIO (T10) E O FAMEXP E MANTIDOS PELO ESCMNT
       FD  ESCALOES-FILE.
           88 FIM-DISTRITO                           VALUES "Y".
       77 DISTRITO-CORRENTE        PIC 9(02)         VALUES 0.
       77 NUM-POSTOS               PIC 9(02)         VALUES 3.
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 SW-MODO                  PIC X(01)         VALUES "C".
           88 MODO-COMPLETO                          VALUES "C".
           88 MODO-INCREMENTAL                       VALUES "I".
      *----
      * MODO INCREMENTAL: FICHEIRO DE ALTERACOES DO POSTO CORRENTE,
      * ULTIMAS SEQUENCIAS APLICADAS (SEQCON) E CONFERENCIA DO
      * CABECALHO E DO TRAILER ANTES DE APLICAR QUALQUER MOVIMENTO
       77 NOME-ALTERACOES          PIC X(08)         VALUES SPACES.
       77 ALTERACOES-STATUS        PIC X(02)         VALUES "00".
       77 SEQUENCIAS-STATUS        PIC X(02)         VALUES "00".
       77 EOF-ALTERACOES           PIC X(01)         VALUES "N".
           88 FIM-ALTERACOES                         VALUES "Y".
       77 EOF-NACIONAL             PIC X(01)         VALUES "N".
           88 FIM-NACIONAL                           VALUES "Y".
       77 SW-TRAILER-LIDO          PIC X(01)         VALUES "N".
           88 TRAILER-LIDO                           VALUES "S".
       77 SEQUENCIA-ESPERADA       PIC 9(05)         VALUES 0.
       77 ZSEQUENCIA               PIC ZZZZ9.
       77 ZSEQUENCIA-2             PIC ZZZZ9.
       77 ZCONTAGEM-1              PIC ZZZZZZ9.
       77 ZCONTAGEM-2              PIC ZZZZZZ9.
       77 ZCONTAGEM-3              PIC ZZZZZZ9.
       77 MOTIVO-TRANSMISSAO       PIC X(40)         VALUES SPACES.
       77 DATA-APLICACAO           PIC 9(08)         VALUES 0.
       01 ULTIMAS-SEQUENCIAS.
           05 ULT-POSTO OCCURS 3 TIMES.
               10 ULT-SEQUENCIA            PIC 9(05).
               10 ULT-DATA                 PIC 9(08).
       01 CONTAGENS-TRANSMISSAO.
           05 CNT-MOVIMENTOS           PIC 9(07).
           05 CNT-INCLUSOES            PIC 9(07).
           05 CNT-ALTERACOES           PIC 9(07).
           05 CNT-ELIMINACOES          PIC 9(07).
       77 NUM-MOVIMENTOS-APLICADOS PIC 9(07)         VALUES 0.
       77 NUM-MOVIMENTOS-RECUSADOS PIC 9(07)         VALUES 0.
      *----
      * CONTAGENS POR POSTO E TOTAIS COMBINADOS, NO ESTILO DA
      * SECCAO RESULTADOS DO QUESTIONARIO
               10 PT-NUM-FAMILIAS          PIC 9(06) VALUE 0.
               10 PT-SW-LIDO               PIC X(01) VALUE "N".
                   88 PT-FICHEIRO-LIDO               VALUE "S".
               10 PT-SW-TRANSMISSAO        PIC X(01) VALUE "N".
                   88 PT-TRANSMISSAO-APLICADA        VALUE "A".
                   88 PT-TRANSMISSAO-RECUSADA        VALUE "R".
               10 PT-SEQUENCIA             PIC 9(05) VALUE 0.
               10 PT-INCLUSOES             PIC 9(07) VALUE 0.
               10 PT-ALTERACOES            PIC 9(07) VALUE 0.
               10 PT-ELIMINACOES           PIC 9(07) VALUE 0.
               10 PT-SEM-CORRESPONDENCIA   PIC 9(07) VALUE 0.
               10 PT-MOTIVO                PIC X(40) VALUE SPACES.
       77 NUM-FAMILIAS             PIC 9(07)         VALUES 0.
       77 NUM-CONTINENTE           PIC 9(07)         VALUES 0.
       77 NUM-ACORES               PIC 9(07)         VALUES 0.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           PERFORM LER-ESCALOES THRU LER-ESCALOES-EXIT.
           IF MODO-INCREMENTAL THEN
               PERFORM CONSOLIDAR-INCREMENTAL
                   THRU CONSOLIDAR-INCREMENTAL-EXIT
               GO TO FIM
           END-IF.
           OPEN OUTPUT NACIONAL-FILE.
           IF NACIONAL-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO CRIAR O MESTRE NACIONAL (NACFAM)."
           PERFORM CONSOLIDAR-DISTRITO THRU CONSOLIDAR-DISTRITO-EXIT
               VARYING DISTRITO-CORRENTE FROM 1 BY 1
               UNTIL DISTRITO-CORRENTE > NUM-POSTOS.
           PERFORM REINICIAR-SEQUENCIAS
               THRU REINICIAR-SEQUENCIAS-EXIT.
           PERFORM IMPRIMIR-CONSOLIDACAO
               THRU IMPRIMIR-CONSOLIDACAO-EXIT.
           CLOSE CONSOLIDACAO-FILE.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           IF MODO-INCREMENTAL THEN
               COMPUTE JRN-LIDOS =
                   NUM-MOVIMENTOS-APLICADOS + NUM-MOVIMENTOS-RECUSADOS
               MOVE NUM-MOVIMENTOS-APLICADOS TO JRN-ACEITES
               MOVE NUM-MOVIMENTOS-RECUSADOS TO JRN-REJEITADOS
           ELSE
               MOVE NUM-FAMILIAS TO JRN-LIDOS
               MOVE NUM-FAMILIAS TO JRN-ACEITES
               MOVE 0            TO JRN-REJEITADOS
           END-IF.
           MOVE RETURN-CODE  TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E ACTIVA O MODO
      *---- INCREMENTAL PEDIDO
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
               READ PARAMETRO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-INCREMENTAL THEN
                           MOVE "I" TO SW-MODO
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- LE OS LIMITES DOS ESCALOES DE RENDIMENTO DO FICHEIRO
      *---- PARMESC; SE O FICHEIRO FALTAR OU OS LIMITES NAO FIZEREM
      *---- SENTIDO, FICAM OS HISTORICOS 1000/3000
                   "ERRO AO GRAVAR NO MESTRE NACIONAL, CHAVE: ",
                   NAC-CHAVE)
           END-WRITE.
           PERFORM ACUMULAR-TOTAIS THRU ACUMULAR-TOTAIS-EXIT.
       GRAVAR-NO-NACIONAL-EXIT.
           EXIT.
      *---- ACUMULA AS CONTAGENS POR POSTO, REGIAO E ESCALAO DE UMA
      *---- FAMILIA DO MESTRE NACIONAL
       ACUMULAR-TOTAIS.
           IF NAC-DISTRITO > 0 AND NAC-DISTRITO NOT > NUM-POSTOS THEN
               ADD 1 TO PT-NUM-FAMILIAS(NAC-DISTRITO)
           END-IF.
           ADD 1 TO NUM-FAMILIAS.
           EVALUATE NAC-RESIDENCIA
               WHEN 1
                   ADD 1 TO NUM-CONTINENTE
               WHEN 2
                   ADD 1 TO NUM-MADEIRA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NAC-RENDIMENTO-FAMILIAR < LIMITE-REND-BAIXO
                   ADD 1 TO NUM-RENDIMENTO-BAIXO
               WHEN NAC-RENDIMENTO-FAMILIAR < LIMITE-REND-MEDIO
                   ADD 1 TO NUM-RENDIMENTO-MEDIO
               WHEN OTHER
                   ADD 1 TO NUM-RENDIMENTO-ALTO
           END-EVALUATE.
       ACUMULAR-TOTAIS-EXIT.
           EXIT.
      *---- RELATORIO DE CONSOLIDACAO: CONTAGENS POR POSTO E TOTAIS
      *---- COMBINADOS POR REGIAO E ESCALAO DE RENDIMENTO
               DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO.
           WRITE LINHA-CONSOLIDACAO.

           IF MODO-INCREMENTAL THEN
               MOVE "MODO: INCREMENTAL (FICHEIROS DE ALTERACOES DLTD)"
                   TO LINHA-CONSOLIDACAO
           ELSE
               MOVE "MODO: RECONSTRUCAO COMPLETA (COPIAS FAMD)"
                   TO LINHA-CONSOLIDACAO
           END-IF.
           WRITE LINHA-CONSOLIDACAO.

           MOVE SPACES TO LINHA-CONSOLIDACAO.
           WRITE LINHA-CONSOLIDACAO.

               VARYING DISTRITO-CORRENTE FROM 1 BY 1
               UNTIL DISTRITO-CORRENTE > NUM-POSTOS.

           IF MODO-COMPLETO THEN
               MOVE SPACES TO LINHA-CONSOLIDACAO
               WRITE LINHA-CONSOLIDACAO
               MOVE "SEQUENCIAS DE TRANSMISSAO DOS POSTOS LIDOS "
                   TO LINHA-CONSOLIDACAO
               MOVE "REINICIADAS" TO LINHA-CONSOLIDACAO(44:11)
               WRITE LINHA-CONSOLIDACAO
           END-IF.

           IF MODO-INCREMENTAL THEN
               MOVE SPACES TO LINHA-CONSOLIDACAO
               WRITE LINHA-CONSOLIDACAO
               MOVE "MOVIMENTOS APLICADOS POR POSTO DISTRITAL:"
                   TO LINHA-CONSOLIDACAO
               WRITE LINHA-CONSOLIDACAO
               PERFORM IMPRIMIR-MOVIMENTOS-POSTO
                   THRU IMPRIMIR-MOVIMENTOS-POSTO-EXIT
                   VARYING DISTRITO-CORRENTE FROM 1 BY 1
                   UNTIL DISTRITO-CORRENTE > NUM-POSTOS
           END-IF.

           MOVE SPACES TO LINHA-CONSOLIDACAO.
           WRITE LINHA-CONSOLIDACAO.

           MOVE SPACES TO LINHA-CONSOLIDACAO.
           MOVE PT-NUM-FAMILIAS(DISTRITO-CORRENTE)
               TO ZTOTAL-CONSOLIDADO.
           IF PT-FICHEIRO-LIDO(DISTRITO-CORRENTE) OR MODO-INCREMENTAL
               THEN
               STRING "  POSTO " DISTRITO-CORRENTE ": "
                   ZTOTAL-CONSOLIDADO " FAMILIAS"
                   DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
           WRITE LINHA-CONSOLIDACAO.
       IMPRIMIR-LINHA-POSTO-EXIT.
           EXIT.
      *---- CONSOLIDACAO INCREMENTAL: APLICA AO MESTRE NACIONAL OS
      *---- FICHEIROS DE ALTERACOES DOS POSTOS, RECALCULA OS TOTAIS
      *---- SOBRE O NACFAM E GUARDA AS SEQUENCIAS APLICADAS
       CONSOLIDAR-INCREMENTAL.
           OPEN I-O NACIONAL-FILE.
           IF NACIONAL-STATUS NOT = "00" THEN
               DISPLAY "MESTRE NACIONAL (NACFAM) NAO DISPONIVEL: "
                   "FAZER PRIMEIRO A CONSOLIDACAO COMPLETA."
               MOVE 8 TO RETURN-CODE
               GO TO CONSOLIDAR-INCREMENTAL-EXIT
           END-IF.
           PERFORM LER-SEQUENCIAS THRU LER-SEQUENCIAS-EXIT.
           ACCEPT DATA-APLICACAO FROM DATE YYYYMMDD.
           PERFORM APLICAR-DISTRITO THRU APLICAR-DISTRITO-EXIT
               VARYING DISTRITO-CORRENTE FROM 1 BY 1
               UNTIL DISTRITO-CORRENTE > NUM-POSTOS.
           PERFORM GRAVAR-SEQUENCIAS THRU GRAVAR-SEQUENCIAS-EXIT.
           PERFORM CONTAR-NACIONAL THRU CONTAR-NACIONAL-EXIT.
           OPEN OUTPUT CONSOLIDACAO-FILE.
           PERFORM IMPRIMIR-CONSOLIDACAO
               THRU IMPRIMIR-CONSOLIDACAO-EXIT.
           CLOSE CONSOLIDACAO-FILE.
           CLOSE NACIONAL-FILE.
       CONSOLIDAR-INCREMENTAL-EXIT.
           EXIT.
      *---- LE AS ULTIMAS SEQUENCIAS APLICADAS; SEM FICHEIRO SEQCON
      *---- NENHUMA TRANSMISSAO FOI AINDA APLICADA
       LER-SEQUENCIAS.
           INITIALIZE ULTIMAS-SEQUENCIAS.
           OPEN INPUT SEQUENCIAS-FILE.
           IF SEQUENCIAS-STATUS NOT = "00" THEN
               GO TO LER-SEQUENCIAS-EXIT
           END-IF.
           READ SEQUENCIAS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SEQUENCIAS-REC(1:39) TO ULTIMAS-SEQUENCIAS
           END-READ.
           CLOSE SEQUENCIAS-FILE.
       LER-SEQUENCIAS-EXIT.
           EXIT.
      *---- DEPOIS DE UMA RECONSTRUCAO COMPLETA, O NACFAM TEM TUDO O
      *---- QUE AS COPIAS FAMD TRAZIAM: A SEQUENCIA DE CADA POSTO LIDO
      *---- VOLTA A ZERO, PARA A PROXIMA TRANSMISSAO DESSE POSTO SER
      *---- ACEITE COM A SEQUENCIA QUE TROUXER. E ASSIM QUE UM POSTO
      *---- COM UMA TRANSMISSAO PERDIDA OU RECUSADA VOLTA A ENTRAR NO
      *---- MODO INCREMENTAL (REAPLICAR MOVIMENTOS JA CONTIDOS NA
      *---- COPIA NAO ALTERA O RESULTADO)
       REINICIAR-SEQUENCIAS.
           PERFORM LER-SEQUENCIAS THRU LER-SEQUENCIAS-EXIT.
           ACCEPT DATA-APLICACAO FROM DATE YYYYMMDD.
           PERFORM REINICIAR-SEQUENCIA-POSTO
               THRU REINICIAR-SEQUENCIA-POSTO-EXIT
               VARYING DISTRITO-CORRENTE FROM 1 BY 1
               UNTIL DISTRITO-CORRENTE > NUM-POSTOS.
           PERFORM GRAVAR-SEQUENCIAS THRU GRAVAR-SEQUENCIAS-EXIT.
       REINICIAR-SEQUENCIAS-EXIT.
           EXIT.
       REINICIAR-SEQUENCIA-POSTO.
           IF PT-FICHEIRO-LIDO(DISTRITO-CORRENTE) THEN
               MOVE 0 TO ULT-SEQUENCIA(DISTRITO-CORRENTE)
               MOVE DATA-APLICACAO TO ULT-DATA(DISTRITO-CORRENTE)
           END-IF.
       REINICIAR-SEQUENCIA-POSTO-EXIT.
           EXIT.
       GRAVAR-SEQUENCIAS.
           OPEN OUTPUT SEQUENCIAS-FILE.
           IF SEQUENCIAS-STATUS NOT = "00" THEN
               GO TO GRAVAR-SEQUENCIAS-ERRO
           END-IF.
           MOVE SPACES TO SEQUENCIAS-REC.
           MOVE ULTIMAS-SEQUENCIAS TO SEQUENCIAS-REC(1:39).
           WRITE SEQUENCIAS-REC.
           IF SEQUENCIAS-STATUS NOT = "00" THEN
               CLOSE SEQUENCIAS-FILE
               GO TO GRAVAR-SEQUENCIAS-ERRO
           END-IF.
           CLOSE SEQUENCIAS-FILE.
           IF SEQUENCIAS-STATUS = "00" THEN
               GO TO GRAVAR-SEQUENCIAS-EXIT
           END-IF.
      *---- SEM O SEQCON GRAVADO A PROXIMA EXECUCAO VOLTAVA A ACEITAR
      *---- AS TRANSMISSOES JA APLICADAS: A EXECUCAO TERMINA COM
      *---- RETURN-CODE 8 PARA O SEQCON SER CORRIGIDO A MAO
       GRAVAR-SEQUENCIAS-ERRO.
           DISPLAY "ERRO AO GRAVAR AS SEQUENCIAS APLICADAS (SEQCON): "
               SEQUENCIAS-STATUS.
           MOVE 8 TO RETURN-CODE.
       GRAVAR-SEQUENCIAS-EXIT.
           EXIT.
      *---- CONFERE A TRANSMISSAO DE UM POSTO E, SE ESTIVER CERTA,
      *---- APLICA OS SEUS MOVIMENTOS; UMA TRANSMISSAO RECUSADA NAO
      *---- ALTERA O NACFAM
       APLICAR-DISTRITO.
           MOVE SPACES TO NOME-ALTERACOES.
           STRING "DLTD" DISTRITO-CORRENTE(2:1)
               DELIMITED BY SIZE INTO NOME-ALTERACOES.
           OPEN INPUT ALTERACOES-FILE.
           IF ALTERACOES-STATUS NOT = "00" THEN
               DISPLAY FUNCTION CONCATENATE(
               "SEM TRANSMISSAO DO POSTO: ", NOME-ALTERACOES)
               GO TO APLICAR-DISTRITO-EXIT
           END-IF.
           PERFORM VALIDAR-TRANSMISSAO
               THRU VALIDAR-TRANSMISSAO-EXIT.
           CLOSE ALTERACOES-FILE.
           IF MOTIVO-TRANSMISSAO NOT = SPACES THEN
               MOVE "R" TO PT-SW-TRANSMISSAO(DISTRITO-CORRENTE)
               MOVE MOTIVO-TRANSMISSAO TO PT-MOTIVO(DISTRITO-CORRENTE)
               ADD CNT-MOVIMENTOS TO NUM-MOVIMENTOS-RECUSADOS
               MOVE 4 TO RETURN-CODE
               DISPLAY FUNCTION CONCATENATE(
               "TRANSMISSAO RECUSADA, ", NOME-ALTERACOES, ": ",
               MOTIVO-TRANSMISSAO)
               GO TO APLICAR-DISTRITO-EXIT
           END-IF.
           MOVE "N" TO EOF-ALTERACOES.
           OPEN INPUT ALTERACOES-FILE.
           PERFORM LER-MOVIMENTO THRU LER-MOVIMENTO-EXIT
               UNTIL FIM-ALTERACOES.
           CLOSE ALTERACOES-FILE.
           MOVE "A" TO PT-SW-TRANSMISSAO(DISTRITO-CORRENTE).
           MOVE PT-SEQUENCIA(DISTRITO-CORRENTE)
               TO ULT-SEQUENCIA(DISTRITO-CORRENTE).
           MOVE DATA-APLICACAO TO ULT-DATA(DISTRITO-CORRENTE).
       APLICAR-DISTRITO-EXIT.
           EXIT.
      *---- PRIMEIRA PASSAGEM: CABECALHO DO POSTO CERTO COM A
      *---- SEQUENCIA SEGUINTE A ULTIMA APLICADA, MOVIMENTOS DE TIPO
      *---- VALIDO E TRAILER COM AS CONTAGENS CERTAS
       VALIDAR-TRANSMISSAO.
           MOVE SPACES TO MOTIVO-TRANSMISSAO.
           MOVE "N" TO EOF-ALTERACOES.
           MOVE "N" TO SW-TRAILER-LIDO.
           INITIALIZE CONTAGENS-TRANSMISSAO.
           READ ALTERACOES-FILE
               AT END
                   MOVE "Y" TO EOF-ALTERACOES
           END-READ.
           IF FIM-ALTERACOES OR NOT MOV-CABECALHO THEN
               MOVE "CABECALHO DA TRANSMISSAO EM FALTA"
                   TO MOTIVO-TRANSMISSAO
               GO TO VALIDAR-TRANSMISSAO-EXIT
           END-IF.
           IF MCB-DISTRITO NOT NUMERIC OR MCB-SEQUENCIA NOT NUMERIC
               THEN
               MOVE "CABECALHO DA TRANSMISSAO INVALIDO"
                   TO MOTIVO-TRANSMISSAO
               GO TO VALIDAR-TRANSMISSAO-EXIT
           END-IF.
           MOVE MCB-SEQUENCIA TO PT-SEQUENCIA(DISTRITO-CORRENTE).
           COMPUTE SEQUENCIA-ESPERADA =
               ULT-SEQUENCIA(DISTRITO-CORRENTE) + 1.
           MOVE SEQUENCIA-ESPERADA TO ZSEQUENCIA.
           MOVE ULT-SEQUENCIA(DISTRITO-CORRENTE) TO ZSEQUENCIA-2.
           EVALUATE TRUE
               WHEN MCB-DISTRITO NOT = DISTRITO-CORRENTE
                   MOVE "TRANSMISSAO DE OUTRO POSTO"
                       TO MOTIVO-TRANSMISSAO
      *---- SEQUENCIA A ZERO: POSTO AINDA SEM TRANSMISSOES OU LIDO
      *---- NUMA RECONSTRUCAO COMPLETA; ACEITA-SE A QUE VIER
               WHEN ULT-SEQUENCIA(DISTRITO-CORRENTE) = 0
                   CONTINUE
               WHEN MCB-SEQUENCIA < SEQUENCIA-ESPERADA
                   STRING "TRANSMISSAO REPETIDA (APLICADA ATE "
                       ZSEQUENCIA-2 ")"
                       DELIMITED BY SIZE INTO MOTIVO-TRANSMISSAO
               WHEN MCB-SEQUENCIA > SEQUENCIA-ESPERADA
                   STRING "TRANSMISSAO EM FALTA (ESPERADA "
                       ZSEQUENCIA ")"
                       DELIMITED BY SIZE INTO MOTIVO-TRANSMISSAO
           END-EVALUATE.
           PERFORM CONFERIR-MOVIMENTO THRU CONFERIR-MOVIMENTO-EXIT
               UNTIL FIM-ALTERACOES.
           IF MOTIVO-TRANSMISSAO = SPACES AND NOT TRAILER-LIDO THEN
               MOVE "TRAILER EM FALTA (TRANSMISSAO INCOMPLETA)"
                   TO MOTIVO-TRANSMISSAO
           END-IF.
       VALIDAR-TRANSMISSAO-EXIT.
           EXIT.
      *---- CONTA UM MOVIMENTO DA TRANSMISSAO OU CONFERE O TRAILER;
      *---- FICA O PRIMEIRO MOTIVO DE RECUSA ENCONTRADO
       CONFERIR-MOVIMENTO.
           READ ALTERACOES-FILE
               AT END
                   MOVE "Y" TO EOF-ALTERACOES
                   GO TO CONFERIR-MOVIMENTO-EXIT
           END-READ.
           IF TRAILER-LIDO THEN
               IF MOTIVO-TRANSMISSAO = SPACES THEN
                   MOVE "REGISTOS DEPOIS DO TRAILER"
                       TO MOTIVO-TRANSMISSAO
               END-IF
               GO TO CONFERIR-MOVIMENTO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   ADD 1 TO CNT-MOVIMENTOS
                   ADD 1 TO CNT-INCLUSOES
               WHEN MOV-ALTERACAO
                   ADD 1 TO CNT-MOVIMENTOS
                   ADD 1 TO CNT-ALTERACOES
               WHEN MOV-ELIMINACAO
                   ADD 1 TO CNT-MOVIMENTOS
                   ADD 1 TO CNT-ELIMINACOES
               WHEN MOV-TRAILER
                   MOVE "S" TO SW-TRAILER-LIDO
                   IF MOTIVO-TRANSMISSAO = SPACES AND
                      (MTR-NUM-MOVIMENTOS  NOT = CNT-MOVIMENTOS  OR
                       MTR-NUM-INCLUSOES   NOT = CNT-INCLUSOES   OR
                       MTR-NUM-ALTERACOES  NOT = CNT-ALTERACOES  OR
                       MTR-NUM-ELIMINACOES NOT = CNT-ELIMINACOES)
                       THEN
                       MOVE "CONTAGENS DO TRAILER NAO CONFEREM"
                           TO MOTIVO-TRANSMISSAO
                   END-IF
               WHEN OTHER
                   ADD 1 TO CNT-MOVIMENTOS
                   IF MOTIVO-TRANSMISSAO = SPACES THEN
                       MOVE "MOVIMENTO DE TIPO INVALIDO"
                           TO MOTIVO-TRANSMISSAO
                   END-IF
           END-EVALUATE.
       CONFERIR-MOVIMENTO-EXIT.
           EXIT.
      *---- SEGUNDA PASSAGEM: LE E APLICA UM MOVIMENTO (O CABECALHO
      *---- E O TRAILER JA FORAM CONFERIDOS)
       LER-MOVIMENTO.
           READ ALTERACOES-FILE
               AT END
                   MOVE "Y" TO EOF-ALTERACOES
               NOT AT END
                   IF MOV-TIPO-VALIDO THEN
                       PERFORM APLICAR-MOVIMENTO
                           THRU APLICAR-MOVIMENTO-EXIT
                   END-IF
           END-READ.
       LER-MOVIMENTO-EXIT.
           EXIT.
      *---- APLICA UM MOVIMENTO PELA CHAVE POSTO+FAMILIA. UMA
      *---- INCLUSAO DE FAMILIA JA EXISTENTE, OU UMA ALTERACAO OU
      *---- ELIMINACAO DE FAMILIA INEXISTENTE, E APLICADA NA MESMA E
      *---- CONTADA COMO SEM CORRESPONDENCIA NO NACIONAL
       APLICAR-MOVIMENTO.
           MOVE DISTRITO-CORRENTE        TO NAC-DISTRITO.
           MOVE MOV-NUM-FAMILIA          TO NAC-NUM-FAMILIA.
           MOVE MOV-RESIDENCIA           TO NAC-RESIDENCIA.
           MOVE MOV-IDADE-PAI            TO NAC-IDADE-PAI.
           MOVE MOV-IDADE-MAE            TO NAC-IDADE-MAE.
           MOVE MOV-NUM-FILHOS           TO NAC-NUM-FILHOS.
           MOVE MOV-RENDIMENTO-FAMILIAR  TO NAC-RENDIMENTO-FAMILIAR.
           MOVE MOV-CAMPANHA             TO NAC-CAMPANHA.
           MOVE MOV-DATA-RECOLHA         TO NAC-DATA-RECOLHA.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   ADD 1 TO PT-INCLUSOES(DISTRITO-CORRENTE)
                   WRITE NACIONAL-REC
                       INVALID KEY
                           ADD 1 TO
                               PT-SEM-CORRESPONDENCIA(DISTRITO-CORRENTE)
                           REWRITE NACIONAL-REC
                   END-WRITE
               WHEN MOV-ALTERACAO
                   ADD 1 TO PT-ALTERACOES(DISTRITO-CORRENTE)
                   REWRITE NACIONAL-REC
                       INVALID KEY
                           ADD 1 TO
                               PT-SEM-CORRESPONDENCIA(DISTRITO-CORRENTE)
                           WRITE NACIONAL-REC
                   END-REWRITE
               WHEN MOV-ELIMINACAO
                   ADD 1 TO PT-ELIMINACOES(DISTRITO-CORRENTE)
                   DELETE NACIONAL-FILE RECORD
                       INVALID KEY
                           ADD 1 TO
                               PT-SEM-CORRESPONDENCIA(DISTRITO-CORRENTE)
                   END-DELETE
           END-EVALUATE.
           ADD 1 TO NUM-MOVIMENTOS-APLICADOS.
       APLICAR-MOVIMENTO-EXIT.
           EXIT.
      *---- RECALCULA AS CONTAGENS DO RELATORIO SOBRE TODO O MESTRE
      *---- NACIONAL DEPOIS DE APLICADAS AS TRANSMISSOES
       CONTAR-NACIONAL.
           MOVE "N" TO EOF-NACIONAL.
           MOVE LOW-VALUES TO NAC-CHAVE.
           START NACIONAL-FILE KEY IS NOT LESS THAN NAC-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-NACIONAL
           END-START.
           PERFORM LER-NACIONAL THRU LER-NACIONAL-EXIT
               UNTIL FIM-NACIONAL.
       CONTAR-NACIONAL-EXIT.
           EXIT.
       LER-NACIONAL.
           READ NACIONAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-NACIONAL
               NOT AT END
                   PERFORM ACUMULAR-TOTAIS THRU ACUMULAR-TOTAIS-EXIT
           END-READ.
       LER-NACIONAL-EXIT.
           EXIT.
      *---- MOVIMENTOS DE UM POSTO NO RELATORIO INCREMENTAL
       IMPRIMIR-MOVIMENTOS-POSTO.
           MOVE SPACES TO LINHA-CONSOLIDACAO.
           MOVE PT-SEQUENCIA(DISTRITO-CORRENTE) TO ZSEQUENCIA.
           EVALUATE TRUE
               WHEN PT-TRANSMISSAO-APLICADA(DISTRITO-CORRENTE)
                   STRING "  POSTO " DISTRITO-CORRENTE
                       ": TRANSMISSAO " ZSEQUENCIA " APLICADA"
                       DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
                   WRITE LINHA-CONSOLIDACAO
                   PERFORM IMPRIMIR-CONTAGENS-POSTO
                       THRU IMPRIMIR-CONTAGENS-POSTO-EXIT
               WHEN PT-TRANSMISSAO-RECUSADA(DISTRITO-CORRENTE)
                   STRING "  POSTO " DISTRITO-CORRENTE
                       ": TRANSMISSAO " ZSEQUENCIA " RECUSADA"
                       DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
                   WRITE LINHA-CONSOLIDACAO
                   MOVE SPACES TO LINHA-CONSOLIDACAO
                   STRING "    MOTIVO: " PT-MOTIVO(DISTRITO-CORRENTE)
                       DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
                   WRITE LINHA-CONSOLIDACAO
               WHEN OTHER
                   MOVE ULT-SEQUENCIA(DISTRITO-CORRENTE) TO ZSEQUENCIA
                   STRING "  POSTO " DISTRITO-CORRENTE
                       ": SEM TRANSMISSAO (ULTIMA APLICADA "
                       ZSEQUENCIA ")"
                       DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
                   WRITE LINHA-CONSOLIDACAO
           END-EVALUATE.
       IMPRIMIR-MOVIMENTOS-POSTO-EXIT.
           EXIT.
       IMPRIMIR-CONTAGENS-POSTO.
           MOVE SPACES TO LINHA-CONSOLIDACAO.
           MOVE PT-INCLUSOES(DISTRITO-CORRENTE)   TO ZCONTAGEM-1.
           MOVE PT-ALTERACOES(DISTRITO-CORRENTE)  TO ZCONTAGEM-2.
           MOVE PT-ELIMINACOES(DISTRITO-CORRENTE) TO ZCONTAGEM-3.
           STRING "    INCLUSOES: " ZCONTAGEM-1
               "  ALTERACOES: " ZCONTAGEM-2
               "  ELIMINACOES: " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO.
           WRITE LINHA-CONSOLIDACAO.
           IF PT-SEM-CORRESPONDENCIA(DISTRITO-CORRENTE) > 0 THEN
               MOVE SPACES TO LINHA-CONSOLIDACAO
               MOVE PT-SEM-CORRESPONDENCIA(DISTRITO-CORRENTE)
                   TO ZCONTAGEM-1
               STRING "    SEM CORRESPONDENCIA NO NACIONAL: "
                   ZCONTAGEM-1
                   DELIMITED BY SIZE INTO LINHA-CONSOLIDACAO
               WRITE LINHA-CONSOLIDACAO
           END-IF.
       IMPRIMIR-CONTAGENS-POSTO-EXIT.
           EXIT.
       END PROGRAM FAMCON.
