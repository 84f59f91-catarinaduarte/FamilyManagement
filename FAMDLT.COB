      ******************************************************************
      * Author:
      * Date:
      * Purpose: Preparacao da transmissao de alteracoes do posto
      *          distrital para a consolidacao nacional. Le o registo
      *          de movimentos do posto (MOVFAM) - as inclusoes,
      *          alteracoes e eliminacoes de familias feitas pelo
      *          questionario (T10), pela manutencao (FAMMNT) e pelas
      *          transaccoes em lote (FAMTRN) desde a transmissao
      *          anterior - e grava o ficheiro de alteracoes DLTFAM,
      *          com um cabecalho com o codigo do posto e o numero de
      *          sequencia da transmissao e um trailer com as
      *          contagens, a copiar para o nacional como DLTD1/
      *          DLTD2/DLTD3 e aplicar pelo FAMCON em modo
      *          incremental. O codigo do posto vem do ficheiro de
      *          parametros PARMDLT; a ultima sequencia transmitida
      *          fica no controlo CTLDLT. Uma transmissao sem
      *          movimentos e gravada na mesma, para a sequencia
      *          seguir sem falhas. No fim o registo de movimentos
      *          fica vazio para o periodo seguinte, mas so se o
      *          ficheiro de alteracoes ficou gravado por inteiro; um
      *          MOVFAM ilegivel ou um erro de gravacao no DLTFAM
      *          terminam com RETURN-CODE 8 e o MOVFAM intacto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMDLT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT ALTERACOES-FILE ASSIGN TO "DLTFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALTERACOES-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CTLDLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLO-STATUS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMDLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---- REGISTO DE MOVIMENTOS DO POSTO DESDE A ULTIMA TRANSMISSAO
       FD  MOVIMENTOS-FILE.
       01  MOVIMENTO-LIDO-REC             PIC X(60).
      *---- FICHEIRO DE ALTERACOES A TRANSMITIR: CABECALHO, OS
      *---- MOVIMENTOS PELA ORDEM EM QUE ACONTECERAM E TRAILER
       FD  ALTERACOES-FILE.
           COPY MOVREC.
      *---- CONTROLO DAS TRANSMISSOES DO POSTO: ULTIMA SEQUENCIA
      *---- TRANSMITIDA, COM A DATA, A HORA E O NUMERO DE MOVIMENTOS
       FD  CONTROLO-FILE.
       01  CONTROLO-REC.
           05  CTL-DISTRITO                PIC 9(02).
           05  CTL-ULTIMA-SEQUENCIA        PIC 9(05).
           05  CTL-DATA                    PIC 9(08).
           05  CTL-HORA                    PIC 9(06).
           05  CTL-NUM-MOVIMENTOS          PIC 9(07).
           05  FILLER                      PIC X(12).
      *---- PARAMETROS DE EXECUCAO: CODIGO DO POSTO DISTRITAL (01 A
      *---- 03, O MESMO NUMERO DO FICHEIRO DLTDn NO NACIONAL)
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-DISTRITO-X             PIC X(02).
           05  PARM-DISTRITO REDEFINES PARM-DISTRITO-X
                                           PIC 9(02).
           05  FILLER                      PIC X(10).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 MOVIMENTOS-STATUS        PIC X(02)         VALUES "00".
       77 ALTERACOES-STATUS        PIC X(02)         VALUES "00".
       77 CONTROLO-STATUS          PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-MOVIMENTOS           PIC X(01)         VALUES "N".
           88 FIM-MOVIMENTOS                         VALUES "Y".
       77 SW-HA-MOVIMENTOS         PIC X(01)         VALUES "N".
           88 HA-MOVIMENTOS                          VALUES "S".
       77 SW-ERRO-ALTERACOES       PIC X(01)         VALUES "N".
           88 ERRO-ALTERACOES                        VALUES "S".
       77 SW-ERRO-MOVIMENTOS       PIC X(01)         VALUES "N".
           88 ERRO-MOVIMENTOS                        VALUES "S".
       77 SW-ERRO-CONTROLO         PIC X(01)         VALUES "N".
           88 ERRO-CONTROLO                          VALUES "S".
      *----
      * POSTO E SEQUENCIA DA TRANSMISSAO
       77 DISTRITO                 PIC 9(02)         VALUES 0.
           88 DISTRITO-VALIDO                        VALUES 1 THRU 3.
       77 ULTIMA-SEQUENCIA         PIC 9(05)         VALUES 0.
       77 SEQUENCIA-TRANSMISSAO    PIC 9(05)         VALUES 0.
      *----
      * CONTAGENS DA TRANSMISSAO
       77 NUM-MOVIMENTOS-LIDOS     PIC 9(07)         VALUES 0.
       77 NUM-MOVIMENTOS-ENVIADOS  PIC 9(07)         VALUES 0.
       77 NUM-MOVIMENTOS-INVALIDOS PIC 9(07)         VALUES 0.
       77 NUM-INCLUSOES            PIC 9(07)         VALUES 0.
       77 NUM-ALTERACOES           PIC 9(07)         VALUES 0.
       77 NUM-ELIMINACOES          PIC 9(07)         VALUES 0.
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
       01 DATA-SISTEMA                 PIC 9(08).
       01 HORA-SISTEMA.
           05 HORA-HHMMSS              PIC 9(06).
           05 FILLER                   PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           IF NOT DISTRITO-VALIDO THEN
               DISPLAY "CODIGO DO POSTO EM FALTA OU INVALIDO NO "
                   "PARMDLT."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM LER-CONTROLO THRU LER-CONTROLO-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           COMPUTE SEQUENCIA-TRANSMISSAO = ULTIMA-SEQUENCIA + 1.
      *---- SEM REGISTO DE MOVIMENTOS (STATUS 35) NAO HOUVE
      *---- ALTERACOES NO PERIODO: A TRANSMISSAO SEGUE VAZIA. QUALQUER
      *---- OUTRO ERRO NA ABERTURA PARA A EXECUCAO SEM TOCAR NO MOVFAM
           OPEN INPUT MOVIMENTOS-FILE.
           EVALUATE MOVIMENTOS-STATUS
               WHEN "00"
                   MOVE "S" TO SW-HA-MOVIMENTOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR O REGISTO DE MOVIMENTOS "
                       "MOVFAM: " MOVIMENTOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM
           END-EVALUATE.
           OPEN OUTPUT ALTERACOES-FILE.
           IF ALTERACOES-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO CRIAR O FICHEIRO DE ALTERACOES DLTFAM."
               IF HA-MOVIMENTOS THEN
                   CLOSE MOVIMENTOS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM GRAVAR-CABECALHO THRU GRAVAR-CABECALHO-EXIT.
           IF HA-MOVIMENTOS THEN
               PERFORM LER-UM-MOVIMENTO THRU LER-UM-MOVIMENTO-EXIT
                   UNTIL FIM-MOVIMENTOS OR ERRO-ALTERACOES
               CLOSE MOVIMENTOS-FILE
           END-IF.
           PERFORM GRAVAR-TRAILER THRU GRAVAR-TRAILER-EXIT.
           CLOSE ALTERACOES-FILE.
           IF ALTERACOES-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-ALTERACOES
           END-IF.
           IF ERRO-MOVIMENTOS THEN
               DISPLAY "ERRO NA LEITURA DO REGISTO DE MOVIMENTOS "
                   "MOVFAM: " MOVIMENTOS-STATUS
               DISPLAY "O MOVFAM FICA INTACTO; A TRANSMISSAO DLTFAM "
                   "NAO SERVE."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           IF ERRO-ALTERACOES THEN
               DISPLAY "ERRO AO GRAVAR O FICHEIRO DE ALTERACOES "
                   "DLTFAM: " ALTERACOES-STATUS
               DISPLAY "O MOVFAM FICA INTACTO; A TRANSMISSAO DLTFAM "
                   "NAO SERVE."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
      *---- SO COM O FICHEIRO DE ALTERACOES COMPLETO SE AVANCA A
      *---- SEQUENCIA, E SO COM A SEQUENCIA GRAVADA SE ESVAZIA O
      *---- REGISTO DE MOVIMENTOS: SE O ESVAZIAMENTO FALHAR, OS
      *---- MESMOS MOVIMENTOS SEGUEM DE NOVO NA TRANSMISSAO SEGUINTE,
      *---- O QUE O NACIONAL APLICA SEM EFEITO; O CONTRARIO PERDIA-OS
           PERFORM GRAVAR-CONTROLO THRU GRAVAR-CONTROLO-EXIT.
           IF ERRO-CONTROLO THEN
               DISPLAY "ERRO AO GRAVAR O CONTROLO DE TRANSMISSOES "
                   "CTLDLT: " CONTROLO-STATUS
               DISPLAY "O MOVFAM FICA INTACTO; A TRANSMISSAO DLTFAM "
                   "NAO SERVE."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN OUTPUT MOVIMENTOS-FILE.
           IF MOVIMENTOS-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ESVAZIAR O REGISTO DE MOVIMENTOS "
                   "MOVFAM: " MOVIMENTOS-STATUS
               DISPLAY "A TRANSMISSAO DLTFAM SERVE; OS MESMOS "
                   "MOVIMENTOS SEGUEM DE NOVO NA PROXIMA."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           CLOSE MOVIMENTOS-FILE.
           IF NUM-MOVIMENTOS-INVALIDOS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TRANSMISSAO " SEQUENCIA-TRANSMISSAO
               " DO POSTO " DISTRITO " GRAVADA EM DLTFAM.".
           MOVE NUM-INCLUSOES TO ZCONTAGEM.
           DISPLAY "  INCLUSOES...........: " ZCONTAGEM.
           MOVE NUM-ALTERACOES TO ZCONTAGEM.
           DISPLAY "  ALTERACOES..........: " ZCONTAGEM.
           MOVE NUM-ELIMINACOES TO ZCONTAGEM.
           DISPLAY "  ELIMINACOES.........: " ZCONTAGEM.
           MOVE NUM-MOVIMENTOS-INVALIDOS TO ZCONTAGEM.
           DISPLAY "  MOVIMENTOS INVALIDOS: " ZCONTAGEM.
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
      *---- LOTE: SEM OPERADOR)
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
           MOVE "FAMDLT" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-MOVIMENTOS-LIDOS     TO JRN-LIDOS.
           MOVE NUM-MOVIMENTOS-ENVIADOS  TO JRN-ACEITES.
           MOVE NUM-MOVIMENTOS-INVALIDOS TO JRN-REJEITADOS.
           MOVE RETURN-CODE              TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E GUARDA O
      *---- CODIGO DO POSTO
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
               READ PARAMETRO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DISTRITO-X NUMERIC THEN
                           MOVE PARM-DISTRITO TO DISTRITO
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- LE A ULTIMA SEQUENCIA TRANSMITIDA PELO POSTO; SEM
      *---- CONTROLO, ESTA E A PRIMEIRA TRANSMISSAO. UM CONTROLO DE
      *---- OUTRO POSTO E UM ERRO DE INSTALACAO E PARA A EXECUCAO
       LER-CONTROLO.
           MOVE 0 TO ULTIMA-SEQUENCIA.
           OPEN INPUT CONTROLO-FILE.
           IF CONTROLO-STATUS NOT = "00" THEN
               GO TO LER-CONTROLO-EXIT
           END-IF.
           READ CONTROLO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-DISTRITO NOT = DISTRITO THEN
                       DISPLAY "O CONTROLO CTLDLT E DO POSTO "
                           CTL-DISTRITO ", NAO DO POSTO " DISTRITO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE CTL-ULTIMA-SEQUENCIA TO ULTIMA-SEQUENCIA
                   END-IF
           END-READ.
           CLOSE CONTROLO-FILE.
       LER-CONTROLO-EXIT.
           EXIT.
      *---- CABECALHO DA TRANSMISSAO: POSTO, SEQUENCIA, DATA E HORA
       GRAVAR-CABECALHO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO MOVIMENTO-CABECALHO-REC.
           MOVE "0"                   TO MCB-TIPO.
           MOVE DISTRITO              TO MCB-DISTRITO.
           MOVE SEQUENCIA-TRANSMISSAO TO MCB-SEQUENCIA.
           MOVE DATA-SISTEMA          TO MCB-DATA.
           MOVE HORA-HHMMSS           TO MCB-HORA.
           WRITE MOVIMENTO-CABECALHO-REC.
           IF ALTERACOES-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-ALTERACOES
           END-IF.
       GRAVAR-CABECALHO-EXIT.
           EXIT.
       LER-UM-MOVIMENTO.
           READ MOVIMENTOS-FILE INTO MOVIMENTO-REC
               AT END
                   MOVE "Y" TO EOF-MOVIMENTOS
               NOT AT END
                   ADD 1 TO NUM-MOVIMENTOS-LIDOS
                   PERFORM ENVIAR-MOVIMENTO
                       THRU ENVIAR-MOVIMENTO-EXIT
           END-READ.
           IF MOVIMENTOS-STATUS NOT = "00" AND NOT = "10" THEN
               MOVE "S" TO SW-ERRO-MOVIMENTOS
               MOVE "Y" TO EOF-MOVIMENTOS
           END-IF.
       LER-UM-MOVIMENTO-EXIT.
           EXIT.
      *---- COPIA O MOVIMENTO PARA O FICHEIRO DE ALTERACOES; UM
      *---- MOVIMENTO DE TIPO DESCONHECIDO NAO SEGUE E FICA NA CONSOLA
       ENVIAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   ADD 1 TO NUM-INCLUSOES
               WHEN MOV-ALTERACAO
                   ADD 1 TO NUM-ALTERACOES
               WHEN MOV-ELIMINACAO
                   ADD 1 TO NUM-ELIMINACOES
               WHEN OTHER
                   ADD 1 TO NUM-MOVIMENTOS-INVALIDOS
                   DISPLAY "MOVIMENTO INVALIDO IGNORADO: "
                       MOVIMENTO-REC
                   GO TO ENVIAR-MOVIMENTO-EXIT
           END-EVALUATE.
           WRITE MOVIMENTO-REC.
           IF ALTERACOES-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-ALTERACOES
               GO TO ENVIAR-MOVIMENTO-EXIT
           END-IF.
           ADD 1 TO NUM-MOVIMENTOS-ENVIADOS.
       ENVIAR-MOVIMENTO-EXIT.
           EXIT.
      *---- TRAILER DA TRANSMISSAO COM AS CONTAGENS POR TIPO
       GRAVAR-TRAILER.
           MOVE SPACES                  TO MOVIMENTO-TRAILER-REC.
           MOVE "9"                     TO MTR-TIPO.
           MOVE NUM-MOVIMENTOS-ENVIADOS TO MTR-NUM-MOVIMENTOS.
           MOVE NUM-INCLUSOES           TO MTR-NUM-INCLUSOES.
           MOVE NUM-ALTERACOES          TO MTR-NUM-ALTERACOES.
           MOVE NUM-ELIMINACOES         TO MTR-NUM-ELIMINACOES.
           WRITE MOVIMENTO-TRAILER-REC.
           IF ALTERACOES-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-ALTERACOES
           END-IF.
       GRAVAR-TRAILER-EXIT.
           EXIT.
      *---- GUARDA A SEQUENCIA AGORA TRANSMITIDA NO CONTROLO DO POSTO
       GRAVAR-CONTROLO.
           OPEN OUTPUT CONTROLO-FILE.
           IF CONTROLO-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-CONTROLO
               GO TO GRAVAR-CONTROLO-EXIT
           END-IF.
           MOVE SPACES                  TO CONTROLO-REC.
           MOVE DISTRITO                TO CTL-DISTRITO.
           MOVE SEQUENCIA-TRANSMISSAO   TO CTL-ULTIMA-SEQUENCIA.
           MOVE DATA-SISTEMA            TO CTL-DATA.
           MOVE HORA-HHMMSS             TO CTL-HORA.
           MOVE NUM-MOVIMENTOS-ENVIADOS TO CTL-NUM-MOVIMENTOS.
           WRITE CONTROLO-REC.
           IF CONTROLO-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-CONTROLO
               CLOSE CONTROLO-FILE
               GO TO GRAVAR-CONTROLO-EXIT
           END-IF.
           CLOSE CONTROLO-FILE.
           IF CONTROLO-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-CONTROLO
           END-IF.
       GRAVAR-CONTROLO-EXIT.
           EXIT.
       END PROGRAM FAMDLT.
