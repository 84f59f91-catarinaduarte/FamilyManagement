      ******************************************************************
      * Author:
      * Date:
      * Purpose: Indicadores de rendimento equivalente e de risco de
      *          pobreza para o departamento de planeamento. Le o
      *          mestre FAMILIAS e o detalhe FILHOS em conjunto e
      *          calcula o rendimento equivalente de cada familia
      *          pela escala da OCDE modificada: 1,0 para o primeiro
      *          adulto, 0,5 para o segundo e para cada filho de 14
      *          ou mais anos, 0,3 para cada filho com menos de 14
      *          anos (os dois pais contam sempre como adultos).
      *          Imprime em RELIND o rendimento equivalente mediano,
      *          o limiar de risco de pobreza (60% da mediana) e a
      *          percentagem de familias e de filhos abaixo do
      *          limiar, por regiao de residencia, por campanha e
      *          por numero de filhos. As familias com algum filho
      *          sem registo de detalhe (idade desconhecida) ficam
      *          fora dos indicadores e sao contadas a parte. A
      *          mediana e apurada ao euro, sobre a distribuicao dos
      *          rendimentos equivalentes arredondados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMIND.

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
           SELECT INDICADORES-FILE ASSIGN TO "RELIND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
       FD  INDICADORES-FILE.
       01  LINHA-INDICADORES              PIC X(80).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 EOF-MESTRE               PIC X(01)         VALUES "N".
           88 FIM-MESTRE                             VALUES "Y".
      *---- PRIMEIRA PASSAGEM: DISTRIBUICAO PARA A MEDIANA; SEGUNDA
      *---- PASSAGEM: CLASSIFICACAO FACE AO LIMIAR
       77 SW-PASSAGEM              PIC X(01)         VALUES "1".
           88 PRIMEIRA-PASSAGEM                      VALUES "1".
           88 SEGUNDA-PASSAGEM                       VALUES "2".
      *----
       77 NUM-FAMILIAS-LIDAS       PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-CONSIDERADAS PIC 9(07)        VALUES 0.
       77 NUM-REGIAO-INVALIDA      PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 ZCONTAGEM-2              PIC ZZZZZZ9.
      *----
      * ESCALA DA OCDE MODIFICADA E RENDIMENTO EQUIVALENTE DA FAMILIA
      * CORRENTE (ARREDONDADO AO EURO)
       77 PESO-PAIS                PIC 9(01)V9       VALUES 1.5.
       77 PESO-FILHO-ADULTO        PIC 9(01)V9       VALUES 0.5.
       77 PESO-FILHO-CRIANCA       PIC 9(01)V9       VALUES 0.3.
       77 IDADE-ADULTO             PIC 9(02)         VALUES 14.
       77 ESCALA-EQUIVALENCIA      PIC 9(02)V9       VALUES 0.
       77 RENDIMENTO-EQUIVALENTE   PIC 9(05)         VALUES 0.
       77 SW-IDADES-DESCONHECIDAS  PIC X(01)         VALUES "N".
           88 IDADES-DESCONHECIDAS                   VALUES "S".
      *----
      * DISTRIBUICAO DOS RENDIMENTOS EQUIVALENTES AO EURO (POSICAO 1
      * = 0 EUROS ... POSICAO 100000 = 99999 EUROS) PARA A MEDIANA
       01 HISTOGRAMA-RENDIMENTO.
           05 HIST-FAMILIAS OCCURS 100000 TIMES PIC 9(07).
       77 IDX-HIST                 PIC 9(06)         VALUES 0.
       77 HIST-ACUMULADO           PIC 9(07)         VALUES 0.
       77 HIST-ANTERIOR            PIC 9(07)         VALUES 0.
       77 POSICAO-MEDIANA-1        PIC 9(07)         VALUES 0.
       77 POSICAO-MEDIANA-2        PIC 9(07)         VALUES 0.
       77 VALOR-MEDIANA-1          PIC 9(05)         VALUES 0.
       77 VALOR-MEDIANA-2          PIC 9(05)         VALUES 0.
       77 SW-MEDIANA-2             PIC X(01)         VALUES "N".
           88 MEDIANA-2-ENCONTRADA                   VALUES "S".
       77 RENDIMENTO-MEDIANO       PIC 9(05)V99      VALUES 0.
       77 LIMIAR-POBREZA           PIC 9(05)V99      VALUES 0.
       77 ZRENDIMENTO              PIC ZZ,ZZ9.99.
      *----
      * CONTAGENS POR REGIAO, POR NUMERO DE FILHOS (0 A 5 E 6 OU
      * MAIS) E NO TOTAL: FAMILIAS E FILHOS CONSIDERADOS E ABAIXO DO
      * LIMIAR; E FAMILIAS E FILHOS COM IDADES DESCONHECIDAS
       01 REGIAO-TOTAIS.
           05 REG-TOT OCCURS 3 TIMES.
               10 REG-FAMILIAS             PIC 9(07).
               10 REG-FAMILIAS-ABAIXO      PIC 9(07).
               10 REG-FILHOS               PIC 9(07).
               10 REG-FILHOS-ABAIXO        PIC 9(07).
               10 REG-FAM-DESCONHECIDAS    PIC 9(07).
               10 REG-FIL-DESCONHECIDOS    PIC 9(07).
       01 NUMFILHOS-TOTAIS.
           05 NFI-TOT OCCURS 7 TIMES.
               10 NFI-FAMILIAS             PIC 9(07).
               10 NFI-FAMILIAS-ABAIXO      PIC 9(07).
               10 NFI-FILHOS               PIC 9(07).
               10 NFI-FILHOS-ABAIXO        PIC 9(07).
       01 GERAL-TOTAIS.
           05 GER-FAMILIAS             PIC 9(07).
           05 GER-FAMILIAS-ABAIXO      PIC 9(07).
           05 GER-FILHOS               PIC 9(07).
           05 GER-FILHOS-ABAIXO        PIC 9(07).
           05 GER-FAM-DESCONHECIDAS    PIC 9(07).
           05 GER-FIL-DESCONHECIDOS    PIC 9(07).
      *----
      * CONTAGENS POR CAMPANHA, PELA ORDEM EM QUE APARECEM NO
      * MESTRE; A ULTIMA POSICAO JUNTA AS CAMPANHAS QUE JA NAO CABEM
       77 LIMITE-CAMPANHAS         PIC 9(02)         VALUES 40.
       77 NUM-CAMPANHAS            PIC 9(02)         VALUES 0.
       77 IDX-CAMPANHA             PIC 9(02)         VALUES 0.
       01 CAMPANHA-TOTAIS.
           05 CMP-TOT OCCURS 40 TIMES INDEXED BY CMP-IDX.
               10 CMP-CODIGO               PIC X(06).
               10 CMP-FAMILIAS             PIC 9(07).
               10 CMP-FAMILIAS-ABAIXO      PIC 9(07).
               10 CMP-FILHOS               PIC 9(07).
               10 CMP-FILHOS-ABAIXO        PIC 9(07).
      *----
       01 NOMES-REGIAO.
           05 FILLER                   PIC X(10) VALUE "CONTINENTE".
           05 FILLER                   PIC X(10) VALUE "ACORES    ".
           05 FILLER                   PIC X(10) VALUE "MADEIRA   ".
       01 NOMES-REGIAO-R REDEFINES NOMES-REGIAO.
           05 NOME-REGIAO OCCURS 3 TIMES PIC X(10).
      *----
      * APOIO DO TRATAMENTO DE UMA FAMILIA
       77 REGIAO-CORRENTE          PIC 9(01)         VALUES 0.
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
       77 IDX-REGIAO               PIC 9(01)         VALUES 0.
       77 IDX-NUMFILHOS            PIC 9(01)         VALUES 0.
       77 SW-ABAIXO-LIMIAR         PIC X(01)         VALUES "N".
           88 ABAIXO-LIMIAR                          VALUES "S".
      *----
      * APOIO DA IMPRESSAO: UMA LINHA DE INDICADORES DE UM GRUPO
       77 GRP-FAMILIAS             PIC 9(07)         VALUES 0.
       77 GRP-FAMILIAS-ABAIXO      PIC 9(07)         VALUES 0.
       77 GRP-FILHOS               PIC 9(07)         VALUES 0.
       77 GRP-FILHOS-ABAIXO        PIC 9(07)         VALUES 0.
       77 PERCENTAGEM              PIC 9(03)V9       VALUES 0.
       01 LINHA-GRUPO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LG-ROTULO                PIC X(14).
           05 LG-FAMILIAS              PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LG-FAMILIAS-ABAIXO       PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LG-PCT-FAMILIAS          PIC ZZ9.9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LG-FILHOS                PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LG-FILHOS-ABAIXO         PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LG-PCT-FILHOS            PIC ZZ9.9.
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
           MOVE ZEROS TO HISTOGRAMA-RENDIMENTO, REGIAO-TOTAIS,
               NUMFILHOS-TOTAIS, GERAL-TOTAIS.
           INITIALIZE CAMPANHA-TOTAIS.
      *---- PRIMEIRA PASSAGEM: DISTRIBUICAO E MEDIANA
           MOVE "1" TO SW-PASSAGEM.
           PERFORM PERCORRER-MESTRE THRU PERCORRER-MESTRE-EXIT.
           PERFORM CALCULAR-MEDIANA THRU CALCULAR-MEDIANA-EXIT.
      *---- SEGUNDA PASSAGEM: FAMILIAS E FILHOS ABAIXO DO LIMIAR
           MOVE "2" TO SW-PASSAGEM.
           MOVE 0 TO NUM-FAMILIAS-LIDAS, NUM-REGIAO-INVALIDA.
           PERFORM PERCORRER-MESTRE THRU PERCORRER-MESTRE-EXIT.
           OPEN OUTPUT INDICADORES-FILE.
           PERFORM IMPRIMIR-INDICADORES
               THRU IMPRIMIR-INDICADORES-EXIT.
           CLOSE INDICADORES-FILE.
           CLOSE FILHOS-FILE.
           CLOSE FAMILIAS-FILE.
           MOVE GER-FAMILIAS TO ZCONTAGEM.
           DISPLAY "INDICADORES GRAVADOS EM RELIND, FAMILIAS: "
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
      *---- LOTE: SEM OPERADOR; AS FAMILIAS COM RESIDENCIA INVALIDA
      *---- OU COM IDADES DE FILHOS DESCONHECIDAS CONTAM COMO
      *---- REJEITADAS)
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
           MOVE "FAMIND" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-FAMILIAS-LIDAS TO JRN-LIDOS.
           MOVE GER-FAMILIAS       TO JRN-ACEITES.
           COMPUTE JRN-REJEITADOS =
               NUM-REGIAO-INVALIDA + GER-FAM-DESCONHECIDAS.
           MOVE RETURN-CODE         TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- UMA PASSAGEM COMPLETA PELO MESTRE DE FAMILIAS
       PERCORRER-MESTRE.
           MOVE "N" TO EOF-MESTRE.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-MESTRE
           END-START.
           PERFORM LER-FAMILIA-MESTRE THRU LER-FAMILIA-MESTRE-EXIT
               UNTIL FIM-MESTRE.
       PERCORRER-MESTRE-EXIT.
           EXIT.
      *---- LE UMA FAMILIA DO MESTRE E TRATA-A
       LER-FAMILIA-MESTRE.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-MESTRE
               NOT AT END
                   PERFORM TRATAR-FAMILIA THRU TRATAR-FAMILIA-EXIT
           END-READ.
       LER-FAMILIA-MESTRE-EXIT.
           EXIT.
      *---- CALCULA A ESCALA E O RENDIMENTO EQUIVALENTE DA FAMILIA;
      *---- NA PRIMEIRA PASSAGEM ACUMULA-O NA DISTRIBUICAO, NA
      *---- SEGUNDA CLASSIFICA-O FACE AO LIMIAR
       TRATAR-FAMILIA.
           ADD 1 TO NUM-FAMILIAS-LIDAS.
           IF FAM-RESIDENCIA < 1 OR FAM-RESIDENCIA > 3 THEN
               ADD 1 TO NUM-REGIAO-INVALIDA
               GO TO TRATAR-FAMILIA-EXIT
           END-IF.
           MOVE FAM-RESIDENCIA TO REGIAO-CORRENTE.
           MOVE PESO-PAIS TO ESCALA-EQUIVALENCIA.
           MOVE "N" TO SW-IDADES-DESCONHECIDAS.
           PERFORM PESAR-UM-FILHO THRU PESAR-UM-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > FAM-NUM-FILHOS.
      *---- IDADES EM FALTA: A FAMILIA FICA FORA DOS INDICADORES E E
      *---- CONTADA A PARTE, SEM ADIVINHAR AS IDADES
           IF IDADES-DESCONHECIDAS THEN
               IF SEGUNDA-PASSAGEM THEN
                   ADD 1 TO REG-FAM-DESCONHECIDAS(REGIAO-CORRENTE)
                   ADD FAM-NUM-FILHOS
                       TO REG-FIL-DESCONHECIDOS(REGIAO-CORRENTE)
                   ADD 1 TO GER-FAM-DESCONHECIDAS
                   ADD FAM-NUM-FILHOS TO GER-FIL-DESCONHECIDOS
               END-IF
               GO TO TRATAR-FAMILIA-EXIT
           END-IF.
           COMPUTE RENDIMENTO-EQUIVALENTE ROUNDED =
               FAM-RENDIMENTO-FAMILIAR / ESCALA-EQUIVALENCIA.
           IF PRIMEIRA-PASSAGEM THEN
               COMPUTE IDX-HIST = RENDIMENTO-EQUIVALENTE + 1
               ADD 1 TO HIST-FAMILIAS(IDX-HIST)
               ADD 1 TO NUM-FAMILIAS-CONSIDERADAS
           ELSE
               PERFORM CLASSIFICAR-FAMILIA
                   THRU CLASSIFICAR-FAMILIA-EXIT
           END-IF.
       TRATAR-FAMILIA-EXIT.
           EXIT.
      *---- PESO DE UM FILHO NA ESCALA, PELA IDADE NO DETALHE; UM
      *---- REGISTO EM FALTA CONTA COMO IDADE DESCONHECIDA
       PESAR-UM-FILHO.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE IDX-FILHO  TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-IDADES-DESCONHECIDAS
               NOT INVALID KEY
                   IF FIL-IDADE NOT < IDADE-ADULTO THEN
                       ADD PESO-FILHO-ADULTO TO ESCALA-EQUIVALENCIA
                   ELSE
                       ADD PESO-FILHO-CRIANCA TO ESCALA-EQUIVALENCIA
                   END-IF
           END-READ.
       PESAR-UM-FILHO-EXIT.
           EXIT.
      *---- MEDIANA DA DISTRIBUICAO (MEDIA DOS DOIS VALORES CENTRAIS
      *---- QUANDO O NUMERO DE FAMILIAS E PAR) E LIMIAR DE 60%
       CALCULAR-MEDIANA.
           MOVE 0 TO RENDIMENTO-MEDIANO, LIMIAR-POBREZA.
           IF NUM-FAMILIAS-CONSIDERADAS = 0 THEN
               GO TO CALCULAR-MEDIANA-EXIT
           END-IF.
           COMPUTE POSICAO-MEDIANA-1 =
               (NUM-FAMILIAS-CONSIDERADAS + 1) / 2.
           COMPUTE POSICAO-MEDIANA-2 =
               NUM-FAMILIAS-CONSIDERADAS / 2 + 1.
           IF POSICAO-MEDIANA-2 > NUM-FAMILIAS-CONSIDERADAS THEN
               MOVE POSICAO-MEDIANA-1 TO POSICAO-MEDIANA-2
           END-IF.
           MOVE 0 TO HIST-ACUMULADO.
           MOVE "N" TO SW-MEDIANA-2.
           PERFORM PROCURAR-MEDIANA THRU PROCURAR-MEDIANA-EXIT
               VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > 100000 OR MEDIANA-2-ENCONTRADA.
           COMPUTE RENDIMENTO-MEDIANO =
               (VALOR-MEDIANA-1 + VALOR-MEDIANA-2) / 2.
           COMPUTE LIMIAR-POBREZA ROUNDED = RENDIMENTO-MEDIANO * 0.6.
       CALCULAR-MEDIANA-EXIT.
           EXIT.
      *---- UMA POSICAO DA DISTRIBUICAO: GUARDA O VALOR QUANDO O
      *---- ACUMULADO PASSA POR CADA UMA DAS POSICOES CENTRAIS
       PROCURAR-MEDIANA.
           IF HIST-FAMILIAS(IDX-HIST) = 0 THEN
               GO TO PROCURAR-MEDIANA-EXIT
           END-IF.
           MOVE HIST-ACUMULADO TO HIST-ANTERIOR.
           ADD HIST-FAMILIAS(IDX-HIST) TO HIST-ACUMULADO.
           IF POSICAO-MEDIANA-1 > HIST-ANTERIOR
               AND POSICAO-MEDIANA-1 NOT > HIST-ACUMULADO THEN
               COMPUTE VALOR-MEDIANA-1 = IDX-HIST - 1
           END-IF.
           IF POSICAO-MEDIANA-2 > HIST-ANTERIOR
               AND POSICAO-MEDIANA-2 NOT > HIST-ACUMULADO THEN
               COMPUTE VALOR-MEDIANA-2 = IDX-HIST - 1
               MOVE "S" TO SW-MEDIANA-2
           END-IF.
       PROCURAR-MEDIANA-EXIT.
           EXIT.
      *---- ACUMULA A FAMILIA E OS SEUS FILHOS NA REGIAO, NA
      *---- CAMPANHA, NO NUMERO DE FILHOS E NO TOTAL
       CLASSIFICAR-FAMILIA.
           MOVE "N" TO SW-ABAIXO-LIMIAR.
           IF RENDIMENTO-EQUIVALENTE < LIMIAR-POBREZA THEN
               MOVE "S" TO SW-ABAIXO-LIMIAR
           END-IF.
           IF FAM-NUM-FILHOS > 5 THEN
               MOVE 7 TO IDX-NUMFILHOS
           ELSE
               COMPUTE IDX-NUMFILHOS = FAM-NUM-FILHOS + 1
           END-IF.
           PERFORM PROCURAR-CAMPANHA THRU PROCURAR-CAMPANHA-EXIT.
           ADD 1 TO REG-FAMILIAS(REGIAO-CORRENTE).
           ADD FAM-NUM-FILHOS TO REG-FILHOS(REGIAO-CORRENTE).
           ADD 1 TO NFI-FAMILIAS(IDX-NUMFILHOS).
           ADD FAM-NUM-FILHOS TO NFI-FILHOS(IDX-NUMFILHOS).
           ADD 1 TO CMP-FAMILIAS(IDX-CAMPANHA).
           ADD FAM-NUM-FILHOS TO CMP-FILHOS(IDX-CAMPANHA).
           ADD 1 TO GER-FAMILIAS.
           ADD FAM-NUM-FILHOS TO GER-FILHOS.
           IF NOT ABAIXO-LIMIAR THEN
               GO TO CLASSIFICAR-FAMILIA-EXIT
           END-IF.
           ADD 1 TO REG-FAMILIAS-ABAIXO(REGIAO-CORRENTE).
           ADD FAM-NUM-FILHOS TO REG-FILHOS-ABAIXO(REGIAO-CORRENTE).
           ADD 1 TO NFI-FAMILIAS-ABAIXO(IDX-NUMFILHOS).
           ADD FAM-NUM-FILHOS TO NFI-FILHOS-ABAIXO(IDX-NUMFILHOS).
           ADD 1 TO CMP-FAMILIAS-ABAIXO(IDX-CAMPANHA).
           ADD FAM-NUM-FILHOS TO CMP-FILHOS-ABAIXO(IDX-CAMPANHA).
           ADD 1 TO GER-FAMILIAS-ABAIXO.
           ADD FAM-NUM-FILHOS TO GER-FILHOS-ABAIXO.
       CLASSIFICAR-FAMILIA-EXIT.
           EXIT.
      *---- POSICAO DA CAMPANHA DA FAMILIA NA TABELA, ACRESCENTANDO-A
      *---- SE AINDA NAO ESTIVER; COM A TABELA CHEIA VAI PARA A
      *---- ULTIMA POSICAO ("OUTRAS")
       PROCURAR-CAMPANHA.
           MOVE 0 TO IDX-CAMPANHA.
           SET CMP-IDX TO 1.
           SEARCH CMP-TOT
               AT END
                   CONTINUE
               WHEN CMP-IDX > NUM-CAMPANHAS
                   CONTINUE
               WHEN CMP-CODIGO(CMP-IDX) = FAM-CAMPANHA
                   SET IDX-CAMPANHA TO CMP-IDX
           END-SEARCH.
           IF IDX-CAMPANHA > 0 THEN
               GO TO PROCURAR-CAMPANHA-EXIT
           END-IF.
           IF NUM-CAMPANHAS < LIMITE-CAMPANHAS - 1 THEN
               ADD 1 TO NUM-CAMPANHAS
               MOVE NUM-CAMPANHAS TO IDX-CAMPANHA
               MOVE FAM-CAMPANHA TO CMP-CODIGO(IDX-CAMPANHA)
           ELSE
               MOVE LIMITE-CAMPANHAS TO IDX-CAMPANHA
           END-IF.
       PROCURAR-CAMPANHA-EXIT.
           EXIT.
      *---- IMPRIME OS INDICADORES: MEDIANA E LIMIAR, E AS
      *---- PERCENTAGENS ABAIXO DO LIMIAR POR GRUPO
       IMPRIMIR-INDICADORES.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE "INDICADORES DE RENDIMENTO EQUIVALENTE E DE POBREZA"
               TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE "ESCALA OCDE MODIFICADA: 1,0 + 0,5 PELOS DOIS PAIS,"
               TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           STRING "  0,5 POR FILHO DE 14 OU MAIS ANOS, "
               "0,3 POR FILHO COM MENOS DE 14"
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           MOVE GER-FAMILIAS TO ZCONTAGEM.
           STRING "FAMILIAS CONSIDERADAS............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           IF GER-FAMILIAS = 0 THEN
               MOVE "RENDIMENTO EQUIVALENTE MEDIANO...:       N/A"
                   TO LINHA-INDICADORES
               WRITE LINHA-INDICADORES
           ELSE
               MOVE RENDIMENTO-MEDIANO TO ZRENDIMENTO
               STRING "RENDIMENTO EQUIVALENTE MEDIANO...: " ZRENDIMENTO
                   DELIMITED BY SIZE INTO LINHA-INDICADORES
               WRITE LINHA-INDICADORES
               MOVE SPACES TO LINHA-INDICADORES
               MOVE LIMIAR-POBREZA TO ZRENDIMENTO
               STRING "LIMIAR DE RISCO (60% DA MEDIANA).: " ZRENDIMENTO
                   DELIMITED BY SIZE INTO LINHA-INDICADORES
               WRITE LINHA-INDICADORES
           END-IF.
           PERFORM IMPRIMIR-TITULO-GRUPOS
               THRU IMPRIMIR-TITULO-GRUPOS-EXIT.
           MOVE "POR REGIAO DE RESIDENCIA:" TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           PERFORM IMPRIMIR-REGIAO THRU IMPRIMIR-REGIAO-EXIT
               VARYING IDX-REGIAO FROM 1 BY 1
               UNTIL IDX-REGIAO > 3.
           MOVE "POR CAMPANHA:" TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           PERFORM IMPRIMIR-CAMPANHA THRU IMPRIMIR-CAMPANHA-EXIT
               VARYING IDX-CAMPANHA FROM 1 BY 1
               UNTIL IDX-CAMPANHA > LIMITE-CAMPANHAS.
           MOVE "POR NUMERO DE FILHOS:" TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           PERFORM IMPRIMIR-NUMFILHOS THRU IMPRIMIR-NUMFILHOS-EXIT
               VARYING IDX-NUMFILHOS FROM 1 BY 1
               UNTIL IDX-NUMFILHOS > 7.
           MOVE GER-FAMILIAS        TO GRP-FAMILIAS.
           MOVE GER-FAMILIAS-ABAIXO TO GRP-FAMILIAS-ABAIXO.
           MOVE GER-FILHOS          TO GRP-FILHOS.
           MOVE GER-FILHOS-ABAIXO   TO GRP-FILHOS-ABAIXO.
           MOVE "TOTAL" TO LG-ROTULO.
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-EXIT.
      *---- FAMILIAS FORA DOS INDICADORES
           MOVE SPACES TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           STRING "FAMILIAS COM IDADES DE FILHOS DESCONHECIDAS "
               "(FORA DOS INDICADORES):"
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           PERFORM IMPRIMIR-DESCONHECIDAS
               THRU IMPRIMIR-DESCONHECIDAS-EXIT
               VARYING IDX-REGIAO FROM 1 BY 1
               UNTIL IDX-REGIAO > 3.
           MOVE SPACES TO LINHA-INDICADORES.
           MOVE GER-FAM-DESCONHECIDAS TO ZCONTAGEM.
           MOVE GER-FIL-DESCONHECIDOS TO ZCONTAGEM-2.
           STRING "  TOTAL       FAMILIAS: " ZCONTAGEM
               "  FILHOS: " ZCONTAGEM-2
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           IF NUM-REGIAO-INVALIDA > 0 THEN
               MOVE SPACES TO LINHA-INDICADORES
               MOVE NUM-REGIAO-INVALIDA TO ZCONTAGEM
               STRING "FAMILIAS COM RESIDENCIA INVALIDA, FORA DOS "
                   "INDICADORES: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-INDICADORES
               WRITE LINHA-INDICADORES
           END-IF.
           MOVE SPACES TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE "=============FIM DOS INDICADORES=================="
               TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
       IMPRIMIR-INDICADORES-EXIT.
           EXIT.
      *---- TITULOS DAS COLUNAS DOS GRUPOS
       IMPRIMIR-TITULO-GRUPOS.
           MOVE SPACES TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE SPACES TO LINHA-INDICADORES.
           STRING "               FAMILIAS  ABAIXO     %"
               "    FILHOS  ABAIXO     %"
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
           MOVE ALL "-" TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
       IMPRIMIR-TITULO-GRUPOS-EXIT.
           EXIT.
       IMPRIMIR-REGIAO.
           MOVE REG-FAMILIAS(IDX-REGIAO)        TO GRP-FAMILIAS.
           MOVE REG-FAMILIAS-ABAIXO(IDX-REGIAO) TO GRP-FAMILIAS-ABAIXO.
           MOVE REG-FILHOS(IDX-REGIAO)          TO GRP-FILHOS.
           MOVE REG-FILHOS-ABAIXO(IDX-REGIAO)   TO GRP-FILHOS-ABAIXO.
           MOVE NOME-REGIAO(IDX-REGIAO)         TO LG-ROTULO.
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-EXIT.
       IMPRIMIR-REGIAO-EXIT.
           EXIT.
      *---- SO AS CAMPANHAS ENCONTRADAS E, SE FOI USADA, A POSICAO
      *---- DAS OUTRAS; A CAMPANHA EM BRANCO SAO AS FAMILIAS
      *---- CONVERTIDAS DO FORMATO ANTIGO
       IMPRIMIR-CAMPANHA.
           IF CMP-FAMILIAS(IDX-CAMPANHA) = 0 THEN
               GO TO IMPRIMIR-CAMPANHA-EXIT
           END-IF.
           MOVE CMP-FAMILIAS(IDX-CAMPANHA)      TO GRP-FAMILIAS.
           MOVE CMP-FAMILIAS-ABAIXO(IDX-CAMPANHA)
               TO GRP-FAMILIAS-ABAIXO.
           MOVE CMP-FILHOS(IDX-CAMPANHA)        TO GRP-FILHOS.
           MOVE CMP-FILHOS-ABAIXO(IDX-CAMPANHA) TO GRP-FILHOS-ABAIXO.
           EVALUATE TRUE
               WHEN IDX-CAMPANHA = LIMITE-CAMPANHAS
                   MOVE "OUTRAS" TO LG-ROTULO
               WHEN CMP-CODIGO(IDX-CAMPANHA) = SPACES
                   MOVE "(SEM CAMPANHA)" TO LG-ROTULO
               WHEN OTHER
                   MOVE CMP-CODIGO(IDX-CAMPANHA) TO LG-ROTULO
           END-EVALUATE.
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-EXIT.
       IMPRIMIR-CAMPANHA-EXIT.
           EXIT.
       IMPRIMIR-NUMFILHOS.
           MOVE NFI-FAMILIAS(IDX-NUMFILHOS)        TO GRP-FAMILIAS.
           MOVE NFI-FAMILIAS-ABAIXO(IDX-NUMFILHOS)
               TO GRP-FAMILIAS-ABAIXO.
           MOVE NFI-FILHOS(IDX-NUMFILHOS)          TO GRP-FILHOS.
           MOVE NFI-FILHOS-ABAIXO(IDX-NUMFILHOS)   TO GRP-FILHOS-ABAIXO.
           MOVE SPACES TO LG-ROTULO.
           IF IDX-NUMFILHOS = 7 THEN
               MOVE "6 OU MAIS" TO LG-ROTULO
           ELSE
               COMPUTE IDX-FILHO = IDX-NUMFILHOS - 1
               MOVE IDX-FILHO(2:1) TO LG-ROTULO(1:1)
               MOVE " FILHOS" TO LG-ROTULO(2:7)
           END-IF.
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-EXIT.
       IMPRIMIR-NUMFILHOS-EXIT.
           EXIT.
      *---- UMA LINHA DE GRUPO: FAMILIAS E FILHOS, QUANTOS ABAIXO DO
      *---- LIMIAR E A PERCENTAGEM (ZERO SE O GRUPO ESTA VAZIO)
       IMPRIMIR-GRUPO.
           MOVE GRP-FAMILIAS        TO LG-FAMILIAS.
           MOVE GRP-FAMILIAS-ABAIXO TO LG-FAMILIAS-ABAIXO.
           MOVE 0 TO PERCENTAGEM.
           IF GRP-FAMILIAS > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   GRP-FAMILIAS-ABAIXO * 100 / GRP-FAMILIAS
           END-IF.
           MOVE PERCENTAGEM TO LG-PCT-FAMILIAS.
           MOVE GRP-FILHOS          TO LG-FILHOS.
           MOVE GRP-FILHOS-ABAIXO   TO LG-FILHOS-ABAIXO.
           MOVE 0 TO PERCENTAGEM.
           IF GRP-FILHOS > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   GRP-FILHOS-ABAIXO * 100 / GRP-FILHOS
           END-IF.
           MOVE PERCENTAGEM TO LG-PCT-FILHOS.
           MOVE LINHA-GRUPO TO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
       IMPRIMIR-GRUPO-EXIT.
           EXIT.
      *---- FAMILIAS E FILHOS COM IDADES DESCONHECIDAS DE UMA REGIAO
       IMPRIMIR-DESCONHECIDAS.
           MOVE SPACES TO LINHA-INDICADORES.
           MOVE REG-FAM-DESCONHECIDAS(IDX-REGIAO) TO ZCONTAGEM.
           MOVE REG-FIL-DESCONHECIDOS(IDX-REGIAO) TO ZCONTAGEM-2.
           STRING "  " NOME-REGIAO(IDX-REGIAO) "  FAMILIAS: " ZCONTAGEM
               "  FILHOS: " ZCONTAGEM-2
               DELIMITED BY SIZE INTO LINHA-INDICADORES.
           WRITE LINHA-INDICADORES.
       IMPRIMIR-DESCONHECIDAS-EXIT.
           EXIT.
       END PROGRAM FAMIND.
