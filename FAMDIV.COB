      ******************************************************************
      * Author:
      * Date:
      * Purpose: Taxas de divergencia da conferencia por dupla
      *          entrada. Le o ficheiro de conferencias (DPEFAM) e o
      *          de divergencias (DIVFAM) escritos pelo ecra FAMVER e
      *          imprime em RELDIV, para as segundas entradas feitas
      *          no periodo indicado no PARMDIV (datas de inicio e de
      *          fim, AAAAMMDD; em branco ou sem ficheiro = todo o
      *          historico): por operador, as familias e os campos
      *          que introduziu na primeira ou na segunda entrada, as
      *          divergencias em que entrou e os erros que lhe foram
      *          imputados pela decisao do supervisor (o operador
      *          cujo valor nao foi escolhido), com as taxas; e por
      *          campo, as comparacoes, as divergencias, a taxa e
      *          qual das entradas estava certa. As divergencias
      *          ainda por decidir contam a parte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMDIV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLA-ENTRADA-FILE ASSIGN TO "DPEFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPE-NUM-FAMILIA
               FILE STATUS IS DUPLA-ENTRADA-STATUS.
           SELECT DIVERGENCIAS-FILE ASSIGN TO "DIVFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIV-CHAVE
               FILE STATUS IS DIVERGENCIAS-STATUS.
           SELECT TAXAS-FILE ASSIGN TO "RELDIV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMDIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---- CONFERENCIAS POR DUPLA ENTRADA (FAMVER)
       FD  DUPLA-ENTRADA-FILE.
           COPY DPEREC.
      *---- DIVERGENCIAS ENTRE A PRIMEIRA E A SEGUNDA ENTRADA
       FD  DIVERGENCIAS-FILE.
           COPY DIVREC.
       FD  TAXAS-FILE.
       01  LINHA-TAXAS                    PIC X(80).
      *---- PARAMETROS DE EXECUCAO: PERIODO DAS SEGUNDAS ENTRADAS
      *---- (DATAS EM BRANCO = SEM LIMITE DESSE LADO)
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-DATA-INICIO            PIC X(08).
           05  PARM-DATA-INICIO-N REDEFINES PARM-DATA-INICIO
                                           PIC 9(08).
           05  PARM-DATA-FIM               PIC X(08).
           05  PARM-DATA-FIM-N REDEFINES PARM-DATA-FIM
                                           PIC 9(08).
           05  FILLER                      PIC X(04).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 DUPLA-ENTRADA-STATUS     PIC X(02)         VALUES "00".
       77 DIVERGENCIAS-STATUS      PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-DUPLA-ENTRADA        PIC X(01)         VALUES "N".
           88 FIM-DUPLA-ENTRADA                      VALUES "Y".
       77 EOF-DIVERGENCIAS         PIC X(01)         VALUES "N".
           88 FIM-DIVERGENCIAS                       VALUES "Y".
      *----
      * PERIODO DO RELATORIO (POR OMISSAO TODO O HISTORICO)
       77 DATA-INICIO              PIC 9(08)         VALUES 0.
       77 DATA-FIM                 PIC 9(08)         VALUES 99999999.
      *----
       77 NUM-CONFERENCIAS-LIDAS   PIC 9(07)         VALUES 0.
       77 NUM-DIVERGENCIAS-LIDAS   PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-COMPARADAS  PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-CONFERIDAS  PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-DIVERGENTES PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-DISPENSADAS PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
      *----
      * TOTAIS POR OPERADOR, PELA ORDEM EM QUE APARECEM; A ULTIMA
      * POSICAO JUNTA OS OPERADORES QUE JA NAO CABEM
       77 LIMITE-OPERADORES        PIC 9(02)         VALUES 50.
       77 NUM-OPERADORES           PIC 9(02)         VALUES 0.
       77 IDX-OPERADOR             PIC 9(02)         VALUES 0.
       77 OPERADOR-PROCURADO       PIC X(08)         VALUES SPACES.
       01 OPERADOR-TOTAIS.
           05 OPR-TOT OCCURS 50 TIMES INDEXED BY OPR-IDX.
               10 OPR-CODIGO               PIC X(08).
               10 OPR-FAMILIAS-1           PIC 9(07).
               10 OPR-FAMILIAS-2           PIC 9(07).
               10 OPR-CAMPOS               PIC 9(07).
               10 OPR-DIVERGENCIAS         PIC 9(07).
               10 OPR-ERROS                PIC 9(07).
               10 OPR-POR-DECIDIR          PIC 9(07).
      *----
      * TOTAIS POR CAMPO (RESIDENCIA, IDADE DO PAI, IDADE DA MAE,
      * NUMERO DE FILHOS, RENDIMENTO, IDADE DE UM FILHO) E GERAIS
       01 NOMES-CAMPO.
           05 FILLER                   PIC X(21) VALUE
               "RRESIDENCIA".
           05 FILLER                   PIC X(21) VALUE
               "PIDADE DO PAI".
           05 FILLER                   PIC X(21) VALUE
               "MIDADE DA MAE".
           05 FILLER                   PIC X(21) VALUE
               "FNUMERO DE FILHOS".
           05 FILLER                   PIC X(21) VALUE
               "VRENDIMENTO FAMILIAR".
           05 FILLER                   PIC X(21) VALUE
               "IIDADES DOS FILHOS".
       01 NOMES-CAMPO-R REDEFINES NOMES-CAMPO.
           05 NOME-CAMPO-TAB OCCURS 6 TIMES INDEXED BY NCP-IDX.
               10 NCP-CODIGO               PIC X(01).
               10 NCP-NOME                 PIC X(20).
       77 IDX-CAMPO                PIC 9(01)         VALUES 0.
       01 CAMPO-TOTAIS.
           05 CPO-TOT OCCURS 6 TIMES.
               10 CPO-COMPARACOES          PIC 9(07).
               10 CPO-DIVERGENCIAS         PIC 9(07).
               10 CPO-VALE-1               PIC 9(07).
               10 CPO-VALE-2               PIC 9(07).
               10 CPO-POR-DECIDIR          PIC 9(07).
       01 GERAL-TOTAIS.
           05 GER-COMPARACOES          PIC 9(07).
           05 GER-DIVERGENCIAS         PIC 9(07).
           05 GER-VALE-1               PIC 9(07).
           05 GER-VALE-2               PIC 9(07).
           05 GER-POR-DECIDIR          PIC 9(07).
      *----
      * APOIO DA IMPRESSAO
       77 PERCENTAGEM              PIC 9(03)V9       VALUES 0.
       01 LINHA-OPERADOR.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LO-OPERADOR              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-FAMILIAS-1            PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-FAMILIAS-2            PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-CAMPOS                PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-DIVERGENCIAS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-PCT-DIVERGENCIAS      PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-ERROS                 PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-PCT-ERROS             PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LO-POR-DECIDIR           PIC ZZZZZZ9.
       01 LINHA-CAMPO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LC-CAMPO                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-COMPARACOES           PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-DIVERGENCIAS          PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-PCT-DIVERGENCIAS      PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-VALE-1                PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-VALE-2                PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LC-POR-DECIDIR           PIC ZZZZZZ9.
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
       77 TXT-DATA-INICIO          PIC X(10)         VALUES SPACES.
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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           IF RETURN-CODE NOT = 0 THEN
               GO TO FIM
           END-IF.
           OPEN INPUT DUPLA-ENTRADA-FILE.
           IF DUPLA-ENTRADA-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE DUPLA ENTRADA NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE ZEROS TO CAMPO-TOTAIS, GERAL-TOTAIS.
           INITIALIZE OPERADOR-TOTAIS.
           MOVE ZEROS TO DPE-NUM-FAMILIA.
           START DUPLA-ENTRADA-FILE KEY >= DPE-NUM-FAMILIA
               INVALID KEY
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
           END-START.
           PERFORM LER-CONFERENCIA THRU LER-CONFERENCIA-EXIT
               UNTIL FIM-DUPLA-ENTRADA.
           CLOSE DUPLA-ENTRADA-FILE.
      *---- SEM FICHEIRO DE DIVERGENCIAS NAO HOUVE NENHUMA
           OPEN INPUT DIVERGENCIAS-FILE.
           IF DIVERGENCIAS-STATUS = "00" THEN
               MOVE LOW-VALUES TO DIV-CHAVE
               START DIVERGENCIAS-FILE KEY >= DIV-CHAVE
                   INVALID KEY
                       MOVE "Y" TO EOF-DIVERGENCIAS
               END-START
               PERFORM LER-DIVERGENCIA THRU LER-DIVERGENCIA-EXIT
                   UNTIL FIM-DIVERGENCIAS
               CLOSE DIVERGENCIAS-FILE
           END-IF.
           OPEN OUTPUT TAXAS-FILE.
           PERFORM IMPRIMIR-TAXAS THRU IMPRIMIR-TAXAS-EXIT.
           CLOSE TAXAS-FILE.
           MOVE NUM-FAMILIAS-COMPARADAS TO ZCONTAGEM.
           DISPLAY "TAXAS DE DIVERGENCIA GRAVADAS EM RELDIV, FAMILIAS: "
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
      *---- LOTE: SEM OPERADOR; LIDOS SAO AS CONFERENCIAS, ACEITES
      *---- AS FAMILIAS COMPARADAS NO PERIODO)
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
           MOVE "FAMDIV" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-CONFERENCIAS-LIDAS  TO JRN-LIDOS.
           MOVE NUM-FAMILIAS-COMPARADAS TO JRN-ACEITES.
           MOVE 0                       TO JRN-REJEITADOS.
           MOVE RETURN-CODE             TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O PERIODO DO PARMDIV; SEM FICHEIRO FICA TODO O
      *---- HISTORICO, E UMA DATA NAO NUMERICA TERMINA COM
      *---- RETURN-CODE 8
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS NOT = "00" THEN
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END
                   MOVE SPACES TO PARAMETRO-REC
           END-READ.
           CLOSE PARAMETRO-FILE.
           IF PARM-DATA-INICIO NOT = SPACES THEN
               IF PARM-DATA-INICIO IS NUMERIC THEN
                   MOVE PARM-DATA-INICIO-N TO DATA-INICIO
               ELSE
                   DISPLAY "DATA DE INICIO INVALIDA NO PARMDIV: "
                       PARM-DATA-INICIO
                   MOVE 8 TO RETURN-CODE
                   GO TO LER-PARAMETROS-EXIT
               END-IF
           END-IF.
           IF PARM-DATA-FIM NOT = SPACES THEN
               IF PARM-DATA-FIM IS NUMERIC THEN
                   MOVE PARM-DATA-FIM-N TO DATA-FIM
               ELSE
                   DISPLAY "DATA DE FIM INVALIDA NO PARMDIV: "
                       PARM-DATA-FIM
                   MOVE 8 TO RETURN-CODE
                   GO TO LER-PARAMETROS-EXIT
               END-IF
           END-IF.
           IF DATA-FIM < DATA-INICIO THEN
               DISPLAY "PERIODO INVALIDO NO PARMDIV: "
                   PARM-DATA-INICIO " A " PARM-DATA-FIM
               MOVE 8 TO RETURN-CODE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- UMA CONFERENCIA: SO CONTAM AS FAMILIAS COMPARADAS (COM
      *---- CAMPOS COMPARADOS) CUJA SEGUNDA ENTRADA CAI NO PERIODO;
      *---- CADA OPERADOR FICA COM OS CAMPOS QUE INTRODUZIU
       LER-CONFERENCIA.
           READ DUPLA-ENTRADA-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
                   GO TO LER-CONFERENCIA-EXIT
           END-READ.
           ADD 1 TO NUM-CONFERENCIAS-LIDAS.
           IF DPE-DATA-2 < DATA-INICIO OR DPE-DATA-2 > DATA-FIM THEN
               GO TO LER-CONFERENCIA-EXIT
           END-IF.
           IF DPE-DISPENSADA THEN
               ADD 1 TO NUM-FAMILIAS-DISPENSADAS
               GO TO LER-CONFERENCIA-EXIT
           END-IF.
           IF NOT DPE-COMPARADA OR DPE-CAMPOS-COMPARADOS = 0 THEN
               GO TO LER-CONFERENCIA-EXIT
           END-IF.
           ADD 1 TO NUM-FAMILIAS-COMPARADAS.
           IF DPE-NUM-DIVERGENCIAS = 0 THEN
               ADD 1 TO NUM-FAMILIAS-CONFERIDAS
           ELSE
               ADD 1 TO NUM-FAMILIAS-DIVERGENTES
           END-IF.
           ADD DPE-CAMPOS-COMPARADOS TO GER-COMPARACOES.
           PERFORM CONTAR-COMPARACAO THRU CONTAR-COMPARACAO-EXIT
               VARYING IDX-CAMPO FROM 1 BY 1
               UNTIL IDX-CAMPO > 5.
           COMPUTE CPO-COMPARACOES(6) = CPO-COMPARACOES(6)
               + DPE-CAMPOS-COMPARADOS - 5.
           MOVE DPE-OPERADOR-1 TO OPERADOR-PROCURADO.
           PERFORM PROCURAR-OPERADOR THRU PROCURAR-OPERADOR-EXIT.
           ADD 1 TO OPR-FAMILIAS-1(IDX-OPERADOR).
           ADD DPE-CAMPOS-COMPARADOS TO OPR-CAMPOS(IDX-OPERADOR).
           MOVE DPE-OPERADOR-2 TO OPERADOR-PROCURADO.
           PERFORM PROCURAR-OPERADOR THRU PROCURAR-OPERADOR-EXIT.
           ADD 1 TO OPR-FAMILIAS-2(IDX-OPERADOR).
           ADD DPE-CAMPOS-COMPARADOS TO OPR-CAMPOS(IDX-OPERADOR).
       LER-CONFERENCIA-EXIT.
           EXIT.
       CONTAR-COMPARACAO.
           ADD 1 TO CPO-COMPARACOES(IDX-CAMPO).
       CONTAR-COMPARACAO-EXIT.
           EXIT.
      *---- UMA DIVERGENCIA DO PERIODO: CONTA NO CAMPO E NOS DOIS
      *---- OPERADORES; DECIDIDA, O ERRO E DE QUEM TINHA O VALOR
      *---- NAO ESCOLHIDO
       LER-DIVERGENCIA.
           READ DIVERGENCIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DIVERGENCIAS
                   GO TO LER-DIVERGENCIA-EXIT
           END-READ.
           ADD 1 TO NUM-DIVERGENCIAS-LIDAS.
           IF DIV-DATA < DATA-INICIO OR DIV-DATA > DATA-FIM THEN
               GO TO LER-DIVERGENCIA-EXIT
           END-IF.
           SET NCP-IDX TO 1.
           SEARCH NOME-CAMPO-TAB
               AT END
                   GO TO LER-DIVERGENCIA-EXIT
               WHEN NCP-CODIGO(NCP-IDX) = DIV-CAMPO
                   SET IDX-CAMPO TO NCP-IDX
           END-SEARCH.
           ADD 1 TO CPO-DIVERGENCIAS(IDX-CAMPO), GER-DIVERGENCIAS.
           EVALUATE TRUE
               WHEN DIV-VALE-PRIMEIRA
                   ADD 1 TO CPO-VALE-1(IDX-CAMPO), GER-VALE-1
               WHEN DIV-VALE-SEGUNDA
                   ADD 1 TO CPO-VALE-2(IDX-CAMPO), GER-VALE-2
               WHEN OTHER
                   ADD 1 TO CPO-POR-DECIDIR(IDX-CAMPO),
                       GER-POR-DECIDIR
           END-EVALUATE.
           MOVE DIV-OPERADOR-1 TO OPERADOR-PROCURADO.
           PERFORM PROCURAR-OPERADOR THRU PROCURAR-OPERADOR-EXIT.
           ADD 1 TO OPR-DIVERGENCIAS(IDX-OPERADOR).
           EVALUATE TRUE
               WHEN DIV-VALE-SEGUNDA
                   ADD 1 TO OPR-ERROS(IDX-OPERADOR)
               WHEN DIV-POR-DECIDIR
                   ADD 1 TO OPR-POR-DECIDIR(IDX-OPERADOR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE DIV-OPERADOR-2 TO OPERADOR-PROCURADO.
           PERFORM PROCURAR-OPERADOR THRU PROCURAR-OPERADOR-EXIT.
           ADD 1 TO OPR-DIVERGENCIAS(IDX-OPERADOR).
           EVALUATE TRUE
               WHEN DIV-VALE-PRIMEIRA
                   ADD 1 TO OPR-ERROS(IDX-OPERADOR)
               WHEN DIV-POR-DECIDIR
                   ADD 1 TO OPR-POR-DECIDIR(IDX-OPERADOR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LER-DIVERGENCIA-EXIT.
           EXIT.
      *---- POSICAO DO OPERADOR NA TABELA, ACRESCENTANDO-O SE AINDA
      *---- NAO ESTIVER; COM A TABELA CHEIA VAI PARA A ULTIMA
      *---- POSICAO ("OUTROS")
       PROCURAR-OPERADOR.
           MOVE 0 TO IDX-OPERADOR.
           SET OPR-IDX TO 1.
           SEARCH OPR-TOT
               AT END
                   CONTINUE
               WHEN OPR-IDX > NUM-OPERADORES
                   CONTINUE
               WHEN OPR-CODIGO(OPR-IDX) = OPERADOR-PROCURADO
                   SET IDX-OPERADOR TO OPR-IDX
           END-SEARCH.
           IF IDX-OPERADOR > 0 THEN
               GO TO PROCURAR-OPERADOR-EXIT
           END-IF.
           IF NUM-OPERADORES < LIMITE-OPERADORES - 1 THEN
               ADD 1 TO NUM-OPERADORES
               MOVE NUM-OPERADORES TO IDX-OPERADOR
               MOVE OPERADOR-PROCURADO TO OPR-CODIGO(IDX-OPERADOR)
           ELSE
               MOVE LIMITE-OPERADORES TO IDX-OPERADOR
           END-IF.
       PROCURAR-OPERADOR-EXIT.
           EXIT.
      *---- IMPRIME O PERIODO, O RESUMO DAS CONFERENCIAS E AS TAXAS
      *---- POR OPERADOR E POR CAMPO
       IMPRIMIR-TAXAS.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE "CONFERENCIA POR DUPLA ENTRADA - TAXAS DE DIVERGENCIA"
               TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           PERFORM IMPRIMIR-PERIODO THRU IMPRIMIR-PERIODO-EXIT.
           MOVE SPACES TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           MOVE NUM-FAMILIAS-COMPARADAS TO ZCONTAGEM.
           STRING "FAMILIAS CONFERIDAS NO PERIODO...: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           MOVE NUM-FAMILIAS-CONFERIDAS TO ZCONTAGEM.
           STRING "  SEM DIVERGENCIAS...............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           MOVE NUM-FAMILIAS-DIVERGENTES TO ZCONTAGEM.
           STRING "  COM DIVERGENCIAS...............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           MOVE NUM-FAMILIAS-DISPENSADAS TO ZCONTAGEM.
           STRING "FAMILIAS FORA DA AMOSTRA.........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
      *---- POR OPERADOR
           MOVE SPACES TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE "POR OPERADOR (CAMPOS INTRODUZIDOS NA 1A OU NA 2A "
               TO LINHA-TAXAS.
           MOVE "ENTRADA):" TO LINHA-TAXAS(50:9).
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           STRING "  OPERADOR  FAM1A  FAM2A  CAMPOS  DIVERG  %DIV"
               "   ERROS  %ERRO  DECIDIR"
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE ALL "-" TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           PERFORM IMPRIMIR-OPERADOR THRU IMPRIMIR-OPERADOR-EXIT
               VARYING IDX-OPERADOR FROM 1 BY 1
               UNTIL IDX-OPERADOR > LIMITE-OPERADORES.
      *---- POR CAMPO
           MOVE SPACES TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE "POR CAMPO:" TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           STRING "  CAMPO                COMPARAC  DIVERG  %DIV"
               "  CERTA1A CERTA2A  DECIDIR"
               DELIMITED BY SIZE INTO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE ALL "-" TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           PERFORM IMPRIMIR-CAMPO THRU IMPRIMIR-CAMPO-EXIT
               VARYING IDX-CAMPO FROM 1 BY 1
               UNTIL IDX-CAMPO > 6.
           MOVE "TOTAL"          TO LC-CAMPO.
           MOVE GER-COMPARACOES  TO LC-COMPARACOES.
           MOVE GER-DIVERGENCIAS TO LC-DIVERGENCIAS.
           MOVE 0 TO PERCENTAGEM.
           IF GER-COMPARACOES > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   GER-DIVERGENCIAS * 100 / GER-COMPARACOES
           END-IF.
           MOVE PERCENTAGEM      TO LC-PCT-DIVERGENCIAS.
           MOVE GER-VALE-1       TO LC-VALE-1.
           MOVE GER-VALE-2       TO LC-VALE-2.
           MOVE GER-POR-DECIDIR  TO LC-POR-DECIDIR.
           MOVE LINHA-CAMPO TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE SPACES TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
           MOVE "==========FIM DAS TAXAS DE DIVERGENCIA============"
               TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
       IMPRIMIR-TAXAS-EXIT.
           EXIT.
      *---- LINHA DO PERIODO (DATAS EM DD/MM/AAAA)
       IMPRIMIR-PERIODO.
           MOVE SPACES TO LINHA-TAXAS.
           IF DATA-INICIO = 0 AND DATA-FIM = 99999999 THEN
               MOVE "PERIODO: TODO O HISTORICO" TO LINHA-TAXAS
               WRITE LINHA-TAXAS
               GO TO IMPRIMIR-PERIODO-EXIT
           END-IF.
           MOVE "INICIO" TO TXT-DATA-INICIO.
           IF DATA-INICIO > 0 THEN
               MOVE DATA-INICIO TO DATA-SISTEMA
               MOVE DATA-DIA TO DATA-ED-DIA
               MOVE DATA-MES TO DATA-ED-MES
               MOVE DATA-ANO TO DATA-ED-ANO
               MOVE DATA-EDITADA TO TXT-DATA-INICIO
           END-IF.
           IF DATA-FIM = 99999999 THEN
               STRING "PERIODO: DE " TXT-DATA-INICIO " EM DIANTE"
                   DELIMITED BY SIZE INTO LINHA-TAXAS
           ELSE
               MOVE DATA-FIM TO DATA-SISTEMA
               MOVE DATA-DIA TO DATA-ED-DIA
               MOVE DATA-MES TO DATA-ED-MES
               MOVE DATA-ANO TO DATA-ED-ANO
               STRING "PERIODO: DE " TXT-DATA-INICIO " A "
                   DATA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-TAXAS
           END-IF.
           WRITE LINHA-TAXAS.
       IMPRIMIR-PERIODO-EXIT.
           EXIT.
      *---- UMA LINHA POR OPERADOR ENCONTRADO (E, SE FOI USADA, A
      *---- POSICAO DOS OUTROS); AS TAXAS SAO SOBRE OS CAMPOS
      *---- INTRODUZIDOS PELO OPERADOR
       IMPRIMIR-OPERADOR.
           IF OPR-CAMPOS(IDX-OPERADOR) = 0
               AND OPR-DIVERGENCIAS(IDX-OPERADOR) = 0 THEN
               GO TO IMPRIMIR-OPERADOR-EXIT
           END-IF.
           IF IDX-OPERADOR = LIMITE-OPERADORES THEN
               MOVE "OUTROS" TO LO-OPERADOR
           ELSE
               MOVE OPR-CODIGO(IDX-OPERADOR) TO LO-OPERADOR
           END-IF.
           MOVE OPR-FAMILIAS-1(IDX-OPERADOR)   TO LO-FAMILIAS-1.
           MOVE OPR-FAMILIAS-2(IDX-OPERADOR)   TO LO-FAMILIAS-2.
           MOVE OPR-CAMPOS(IDX-OPERADOR)       TO LO-CAMPOS.
           MOVE OPR-DIVERGENCIAS(IDX-OPERADOR) TO LO-DIVERGENCIAS.
           MOVE OPR-ERROS(IDX-OPERADOR)        TO LO-ERROS.
           MOVE OPR-POR-DECIDIR(IDX-OPERADOR)  TO LO-POR-DECIDIR.
           MOVE 0 TO PERCENTAGEM.
           IF OPR-CAMPOS(IDX-OPERADOR) > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   OPR-DIVERGENCIAS(IDX-OPERADOR) * 100
                   / OPR-CAMPOS(IDX-OPERADOR)
           END-IF.
           MOVE PERCENTAGEM TO LO-PCT-DIVERGENCIAS.
           MOVE 0 TO PERCENTAGEM.
           IF OPR-CAMPOS(IDX-OPERADOR) > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   OPR-ERROS(IDX-OPERADOR) * 100
                   / OPR-CAMPOS(IDX-OPERADOR)
           END-IF.
           MOVE PERCENTAGEM TO LO-PCT-ERROS.
           MOVE LINHA-OPERADOR TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
       IMPRIMIR-OPERADOR-EXIT.
           EXIT.
      *---- UMA LINHA POR CAMPO, COM A TAXA SOBRE AS COMPARACOES
       IMPRIMIR-CAMPO.
           MOVE NCP-NOME(IDX-CAMPO)         TO LC-CAMPO.
           MOVE CPO-COMPARACOES(IDX-CAMPO)  TO LC-COMPARACOES.
           MOVE CPO-DIVERGENCIAS(IDX-CAMPO) TO LC-DIVERGENCIAS.
           MOVE 0 TO PERCENTAGEM.
           IF CPO-COMPARACOES(IDX-CAMPO) > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   CPO-DIVERGENCIAS(IDX-CAMPO) * 100
                   / CPO-COMPARACOES(IDX-CAMPO)
           END-IF.
           MOVE PERCENTAGEM TO LC-PCT-DIVERGENCIAS.
           MOVE CPO-VALE-1(IDX-CAMPO)       TO LC-VALE-1.
           MOVE CPO-VALE-2(IDX-CAMPO)       TO LC-VALE-2.
           MOVE CPO-POR-DECIDIR(IDX-CAMPO)  TO LC-POR-DECIDIR.
           MOVE LINHA-CAMPO TO LINHA-TAXAS.
           WRITE LINHA-TAXAS.
       IMPRIMIR-CAMPO-EXIT.
           EXIT.
       END PROGRAM FAMDIV.
