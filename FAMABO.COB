      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avaliacao do direito ao abono de familia a partir
      *          dos mestres FAMILIAS e FILHOS. Para as familias da
      *          campanha indicada no PARMABO (em branco = todas)
      *          ainda nao avaliadas, classifica o rendimento nos
      *          escaloes do PARMESC e aplica a tabela de abono do
      *          PARMABO: um valor por filho abaixo da idade limite,
      *          conforme o escalao, mais um suplemento por filho
      *          elegivel a partir do N-esimo (familias numerosas).
      *          Grava o resultado de cada familia no ficheiro de
      *          elegibilidade ABOFAM, a lista de pagamento dos filhos
      *          elegiveis por regiao com totais de controlo em
      *          RELPAG e, em RELEXC, as familias que nao se podem
      *          avaliar por faltarem idades de filhos (ou por
      *          estarem retidas para revisao, ou com residencia
      *          invalida). Uma familia ja avaliada nao volta a sair
      *          na lista, salvo reavaliacao pedida no PARMABO.
      *          Termina com RETURN-CODE 4 se houve excepcoes ou se
      *          os totais de controlo nao batem, e com 8 se uma
      *          avaliacao nao pode ser gravada no ABOFAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMABO.

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
           SELECT ABONO-FILE ASSIGN TO "ABOFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABO-NUM-FAMILIA
               FILE STATUS IS ABONO-STATUS.
           SELECT ESCALOES-FILE ASSIGN TO "PARMESC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALOES-STATUS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMABO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT PAGAMENTOS-FILE ASSIGN TO "RELPAG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPCOES-FILE ASSIGN TO "RELEXC"
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
      *---- ENTRADAS DE REVISAO: UMA FAMILIA RETIDA NAO E AVALIADA
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- ELEGIBILIDADE DE CADA FAMILIA AVALIADA
       FD  ABONO-FILE.
           COPY ABOREC.
      *---- LIMITES DOS ESCALOES DE RENDIMENTO, PARTILHADOS COM O
      *---- T10, O FAMEXP E O FAMCON E MANTIDOS PELO ECRA ESCMNT
       FD  ESCALOES-FILE.
           COPY ESCREC.
      *---- PARAMETROS DE EXECUCAO: CAMPANHA (EM BRANCO = TODAS),
      *---- REAVALIACAO ("S" = AVALIAR DE NOVO AS FAMILIAS JA
      *---- AVALIADAS), E TABELA DE ABONO: IDADE LIMITE (OS FILHOS
      *---- COM MENOS DESTA IDADE SAO ELEGIVEIS), ORDEM DO FILHO
      *---- ELEGIVEL A PARTIR DO QUAL HA SUPLEMENTO, E POR ESCALAO
      *---- (BAIXO, MEDIO, ALTO) O VALOR POR FILHO E O SUPLEMENTO,
      *---- EM EUROS COM DUAS DECIMAIS (99999 = 999,99)
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-CAMPANHA               PIC X(06).
           05  PARM-REAVALIAR              PIC X(01).
               88  PARM-REAVALIACAO                    VALUE "S".
           05  PARM-IDADE-LIMITE           PIC X(02).
           05  PARM-IDADE-LIMITE-N REDEFINES PARM-IDADE-LIMITE
                                           PIC 9(02).
           05  PARM-FILHOS-SUPLEMENTO      PIC X(02).
           05  PARM-FILHOS-SUPLEMENTO-N REDEFINES
                   PARM-FILHOS-SUPLEMENTO  PIC 9(02).
           05  PARM-VALOR-ESCALAO OCCURS 3 TIMES.
               10  PARM-VALOR-FILHO        PIC X(05).
               10  PARM-VALOR-FILHO-N REDEFINES PARM-VALOR-FILHO
                                           PIC 9(03)V99.
               10  PARM-VALOR-SUPLEMENTO   PIC X(05).
               10  PARM-VALOR-SUPLEMENTO-N REDEFINES
                       PARM-VALOR-SUPLEMENTO
                                           PIC 9(03)V99.
           05  FILLER                      PIC X(09).
      *---- LISTA DE PAGAMENTO DOS FILHOS ELEGIVEIS, POR REGIAO
       FD  PAGAMENTOS-FILE.
       01  LINHA-PAGAMENTOS               PIC X(80).
      *---- FAMILIAS QUE NAO FOI POSSIVEL AVALIAR
       FD  EXCEPCOES-FILE.
       01  LINHA-EXCEPCOES                PIC X(80).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 ABONO-STATUS             PIC X(02)         VALUES "00".
       77 ESCALOES-STATUS          PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-FAMILIAS             PIC X(01)         VALUES "N".
           88 FIM-FAMILIAS                           VALUES "Y".
       77 EOF-ABONO                PIC X(01)         VALUES "N".
           88 FIM-ABONO                              VALUES "Y".
      *----
      * SELECCAO DA EXECUCAO
       77 CAMPANHA-SELECCAO        PIC X(06)         VALUES SPACES.
       77 SW-REAVALIAR             PIC X(01)         VALUES "N".
           88 REAVALIAR                              VALUES "S".
       77 SW-JA-AVALIADA           PIC X(01)         VALUES "N".
           88 JA-AVALIADA                            VALUES "S".
      *----
      * TABELA DE ABONO EM VIGOR (DO PARMABO), POR ESCALAO DE
      * RENDIMENTO: 1 = BAIXO, 2 = MEDIO, 3 = ALTO
       77 IDADE-LIMITE             PIC 9(02)         VALUES 0.
       77 FILHOS-SUPLEMENTO        PIC 9(02)         VALUES 0.
       01 TABELA-ABONO.
           05 TAB-ESCALAO OCCURS 3 TIMES.
               10 TAB-VALOR-FILHO          PIC 9(03)V99.
               10 TAB-VALOR-SUPLEMENTO     PIC 9(03)V99.
       77 IDX-ESCALAO              PIC 9(01)         VALUES 0.
       01 NOMES-ESCALAO.
           05 FILLER                   PIC X(05) VALUE "BAIXO".
           05 FILLER                   PIC X(05) VALUE "MEDIO".
           05 FILLER                   PIC X(05) VALUE "ALTO ".
       01 NOMES-ESCALAO-R REDEFINES NOMES-ESCALAO.
           05 NOME-ESCALAO OCCURS 3 TIMES PIC X(05).
      *----
      * ESCALOES DE RENDIMENTO FAMILIAR (BAIXO < LIMITE-REND-BAIXO,
      * MEDIO < LIMITE-REND-MEDIO, ALTO OS RESTANTES); OS LIMITES VEM
      * DO PARMESC, COM 1000 E 3000 POR OMISSAO
       77 LIMITE-REND-BAIXO        PIC 9(05)         VALUES 1000.
       77 LIMITE-REND-MEDIO        PIC 9(05)         VALUES 3000.
      *----
      * FAMILIAS RETIDAS PARA REVISAO (REVFAM): NAO SAO AVALIADAS
      * ENQUANTO NAO FOREM LIBERTADAS; SEM FICHEIRO DE REVISAO
      * NENHUMA FAMILIA ESTA RETIDA
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
       77 SW-HA-REVISAO            PIC X(01)         VALUES "N".
           88 HA-REVISAO                             VALUES "S".
       77 SW-FAMILIA-RETIDA        PIC X(01)         VALUES "N".
           88 FAMILIA-RETIDA                         VALUES "S".
       77 EOF-REVISAO-FAMILIA      PIC X(01)         VALUES "N".
           88 FIM-REVISAO-FAMILIA                    VALUES "Y".
      *----
      * APOIO DA AVALIACAO DE UMA FAMILIA
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
       77 NUM-FILHOS-LER           PIC 9(02)         VALUES 0.
       77 NUM-IDADES-EM-FALTA      PIC 9(02)         VALUES 0.
       01 IDADES-FAMILIA.
           05 IDADE-FAMILIA OCCURS 20 TIMES PIC 9(02).
       77 MOTIVO-EXCEPCAO          PIC X(30)         VALUES SPACES.
      *----
      * MARCA DESTA EXECUCAO, GRAVADA EM CADA FAMILIA AVALIADA, QUE
      * SELECCIONA AS FAMILIAS DA LISTA DE PAGAMENTO
       01 EXECUCAO-CORRENTE.
           05 EXE-DATA                 PIC 9(08).
           05 EXE-HORA                 PIC 9(06).
      *----
      * CONTAGENS DA AVALIACAO
       77 NUM-FAMILIAS-LIDAS       PIC 9(07)         VALUES 0.
       77 NUM-FORA-CAMPANHA        PIC 9(07)         VALUES 0.
       77 NUM-JA-AVALIADAS         PIC 9(07)         VALUES 0.
       77 NUM-EXCEPCOES            PIC 9(07)         VALUES 0.
       77 NUM-AVALIACOES-ANULADAS  PIC 9(07)         VALUES 0.
       77 NUM-AVALIADAS            PIC 9(07)         VALUES 0.
       77 NUM-REAVALIADAS          PIC 9(07)         VALUES 0.
       77 NUM-ERROS-GRAVACAO       PIC 9(07)         VALUES 0.
       77 NUM-COM-DIREITO          PIC 9(07)         VALUES 0.
       77 NUM-SEM-DIREITO          PIC 9(07)         VALUES 0.
      * TOTAIS DA AVALIACAO POR ESCALAO
       01 ESCALAO-TOTAIS.
           05 EST-TOT OCCURS 3 TIMES.
               10 EST-AVALIADAS            PIC 9(07).
               10 EST-COM-DIREITO          PIC 9(07).
               10 EST-FILHOS               PIC 9(07).
               10 EST-VALOR                PIC 9(09)V99.
      * TOTAIS DA AVALIACAO POR REGIAO (FAMILIAS COM DIREITO), PARA
      * CONTROLO DA LISTA DE PAGAMENTO
       01 REGIAO-TOTAIS.
           05 RGT-TOT OCCURS 3 TIMES.
               10 RGT-FAMILIAS             PIC 9(07).
               10 RGT-FILHOS               PIC 9(07).
               10 RGT-VALOR                PIC 9(09)V99.
       01 GERAL-TOTAIS.
           05 GER-FAMILIAS             PIC 9(07).
           05 GER-FILHOS               PIC 9(07).
           05 GER-VALOR                PIC 9(09)V99.
      * TOTAIS DA LISTA DE PAGAMENTO, POR REGIAO E GERAIS
       01 LISTA-TOTAIS.
           05 LST-FAMILIAS             PIC 9(07).
           05 LST-FILHOS               PIC 9(07).
           05 LST-VALOR                PIC 9(09)V99.
       01 LISTA-GERAL.
           05 LSG-FAMILIAS             PIC 9(07).
           05 LSG-FILHOS               PIC 9(07).
           05 LSG-VALOR                PIC 9(09)V99.
      *----
       01 NOMES-REGIAO.
           05 FILLER                   PIC X(10) VALUE "CONTINENTE".
           05 FILLER                   PIC X(10) VALUE "ACORES    ".
           05 FILLER                   PIC X(10) VALUE "MADEIRA   ".
       01 NOMES-REGIAO-R REDEFINES NOMES-REGIAO.
           05 NOME-REGIAO OCCURS 3 TIMES PIC X(10).
       77 IDX-REGIAO               PIC 9(01)         VALUES 0.
      *----
      * APOIO DA IMPRESSAO
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 ZCONTAGEM-2              PIC ZZZZZZ9.
       77 ZVALOR                   PIC ZZZ,ZZZ,ZZ9.99.
       77 ZVALOR-FILHO             PIC ZZ9.99.
       77 ZVALOR-SUPLEMENTO        PIC ZZ9.99.
       77 ZLIMITE                  PIC ZZZZ9.
       77 ZIDADE                   PIC Z9.
       77 TEXTO-CONTROLO           PIC X(64)         VALUES SPACES.
       77 SW-CONTROLO              PIC X(01)         VALUES "N".
           88 CONTROLO-CERTO                         VALUES "S".
       01 LINHA-PAGAMENTO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LP-NUM-FAMILIA           PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LP-CAMPANHA              PIC X(06).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 LP-SEQUENCIA             PIC Z9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 LP-IDADE                 PIC Z9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LP-ESCALAO               PIC X(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LP-VALOR-FILHO           PIC ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LP-SUPLEMENTO            PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LP-VALOR                 PIC Z,ZZ9.99.
       01 LINHA-EXCEPCAO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LE-NUM-FAMILIA           PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LE-CAMPANHA              PIC X(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LE-REGIAO                PIC X(10).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 LE-NUM-FILHOS            PIC Z9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 LE-EM-FALTA              PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LE-MOTIVO                PIC X(30).
       01 LINHA-ESCALAO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LB-ESCALAO               PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LB-AVALIADAS             PIC ZZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 LB-COM-DIREITO           PIC ZZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 LB-FILHOS                PIC ZZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 LB-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
      *----
       01 DATA-SISTEMA.
           05 DATA-ANO                 PIC 9(04).
           05 DATA-MES                 PIC 9(02).
           05 DATA-DIA                 PIC 9(02).
       01 HORA-SISTEMA.
           05 HORA-HHMMSS              PIC 9(06).
           05 FILLER                   PIC 9(02).
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
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           PERFORM LER-ESCALOES THRU LER-ESCALOES-EXIT.
           PERFORM ABRIR-FICHEIROS THRU ABRIR-FICHEIROS-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE DATA-SISTEMA TO EXE-DATA.
           MOVE HORA-HHMMSS  TO EXE-HORA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE ZEROS TO ESCALAO-TOTAIS, REGIAO-TOTAIS, GERAL-TOTAIS,
               LISTA-GERAL.
      *---- PRIMEIRA PASSAGEM: AVALIACAO, COM AS EXCEPCOES LISTADAS
      *---- A MEDIDA QUE APARECEM
           OPEN OUTPUT EXCEPCOES-FILE.
           PERFORM IMPRIMIR-CABECALHO-EXCEPCOES
               THRU IMPRIMIR-CABECALHO-EXCEPCOES-EXIT.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-FAMILIAS
           END-START.
           PERFORM AVALIAR-FAMILIA THRU AVALIAR-FAMILIA-EXIT
               UNTIL FIM-FAMILIAS.
           PERFORM IMPRIMIR-FIM-EXCEPCOES
               THRU IMPRIMIR-FIM-EXCEPCOES-EXIT.
           CLOSE EXCEPCOES-FILE.
      *---- SEGUNDA PASSAGEM: LISTA DE PAGAMENTO, UMA REGIAO DE CADA
      *---- VEZ, A PARTIR DO FICHEIRO DE ELEGIBILIDADE
           OPEN OUTPUT PAGAMENTOS-FILE.
           PERFORM IMPRIMIR-CABECALHO-PAGAMENTOS
               THRU IMPRIMIR-CABECALHO-PAGAMENTOS-EXIT.
           PERFORM IMPRIMIR-REGIAO THRU IMPRIMIR-REGIAO-EXIT
               VARYING IDX-REGIAO FROM 1 BY 1
               UNTIL IDX-REGIAO > 3.
           PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-EXIT.
           CLOSE PAGAMENTOS-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           CLOSE ABONO-FILE.
           IF HA-REVISAO THEN
               CLOSE REVISAO-FILE
           END-IF.
           IF NUM-EXCEPCOES > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE GER-FAMILIAS TO ZCONTAGEM.
           MOVE GER-FILHOS   TO ZCONTAGEM-2.
           MOVE GER-VALOR    TO ZVALOR.
           DISPLAY "ABONO: FAMILIAS COM DIREITO: " ZCONTAGEM
               " FILHOS: " ZCONTAGEM-2 " VALOR: " ZVALOR.
           MOVE NUM-EXCEPCOES TO ZCONTAGEM.
           DISPLAY "FAMILIAS POR AVALIAR (RELEXC): " ZCONTAGEM.
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
      *---- LOTE: SEM OPERADOR; ACEITES SAO AS FAMILIAS AVALIADAS E
      *---- REJEITADAS AS EXCEPCOES)
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
           MOVE "FAMABO" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-FAMILIAS-LIDAS TO JRN-LIDOS.
           MOVE NUM-AVALIADAS      TO JRN-ACEITES.
           MOVE NUM-EXCEPCOES      TO JRN-REJEITADOS.
           MOVE RETURN-CODE        TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE E CONFERE O FICHEIRO DE PARAMETROS, QUE E OBRIGATORIO:
      *---- SEM TABELA DE ABONO VALIDA NAO HA AVALIACAO
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE PARAMETROS PARMABO NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END
                   DISPLAY "FICHEIRO DE PARAMETROS PARMABO VAZIO."
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE PARAMETRO-FILE.
           IF RETURN-CODE = 8 THEN
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           MOVE PARM-CAMPANHA TO CAMPANHA-SELECCAO.
           IF PARM-REAVALIACAO THEN
               MOVE "S" TO SW-REAVALIAR
           END-IF.
           IF PARM-IDADE-LIMITE IS NOT NUMERIC
               OR PARM-IDADE-LIMITE-N = 0 THEN
               DISPLAY "IDADE LIMITE INVALIDA NO PARMABO: "
                   PARM-IDADE-LIMITE
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           MOVE PARM-IDADE-LIMITE-N TO IDADE-LIMITE.
           IF PARM-FILHOS-SUPLEMENTO IS NOT NUMERIC
               OR PARM-FILHOS-SUPLEMENTO-N = 0 THEN
               DISPLAY "ORDEM DO SUPLEMENTO INVALIDA NO PARMABO: "
                   PARM-FILHOS-SUPLEMENTO
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           MOVE PARM-FILHOS-SUPLEMENTO-N TO FILHOS-SUPLEMENTO.
           PERFORM LER-VALORES-ESCALAO THRU LER-VALORES-ESCALAO-EXIT
               VARYING IDX-ESCALAO FROM 1 BY 1
               UNTIL IDX-ESCALAO > 3 OR RETURN-CODE = 8.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- VALORES DA TABELA DE ABONO DE UM ESCALAO
       LER-VALORES-ESCALAO.
           IF PARM-VALOR-FILHO(IDX-ESCALAO) IS NOT NUMERIC
               OR PARM-VALOR-SUPLEMENTO(IDX-ESCALAO) IS NOT NUMERIC
               THEN
               DISPLAY "TABELA DE ABONO INVALIDA NO PARMABO, ESCALAO "
                   NOME-ESCALAO(IDX-ESCALAO) ": "
                   PARM-VALOR-ESCALAO(IDX-ESCALAO)
               MOVE 8 TO RETURN-CODE
               GO TO LER-VALORES-ESCALAO-EXIT
           END-IF.
           MOVE PARM-VALOR-FILHO-N(IDX-ESCALAO)
               TO TAB-VALOR-FILHO(IDX-ESCALAO).
           MOVE PARM-VALOR-SUPLEMENTO-N(IDX-ESCALAO)
               TO TAB-VALOR-SUPLEMENTO(IDX-ESCALAO).
       LER-VALORES-ESCALAO-EXIT.
           EXIT.
      *---- LE OS LIMITES DOS ESCALOES DE RENDIMENTO DO FICHEIRO
      *---- PARMESC (MANTIDO PELO ECRA ESCMNT); SE O FICHEIRO FALTAR
      *---- OU OS LIMITES NAO FIZEREM SENTIDO, FICAM OS HISTORICOS
      *---- 1000/3000, COMO NO T10
       LER-ESCALOES.
           OPEN INPUT ESCALOES-FILE.
           IF ESCALOES-STATUS = "00" THEN
               READ ESCALOES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESC-LIMITE-BAIXO NUMERIC
                           AND ESC-LIMITE-MEDIO NUMERIC
                           AND ESC-LIMITE-BAIXO > 0
                           AND ESC-LIMITE-MEDIO > ESC-LIMITE-BAIXO
                           THEN
                           MOVE ESC-LIMITE-BAIXO TO LIMITE-REND-BAIXO
                           MOVE ESC-LIMITE-MEDIO TO LIMITE-REND-MEDIO
                       END-IF
               END-READ
               CLOSE ESCALOES-FILE
           END-IF.
       LER-ESCALOES-EXIT.
           EXIT.
      *---- ABRE OS MESTRES PARA LEITURA, O FICHEIRO DE REVISAO SE
      *---- EXISTIR E O DE ELEGIBILIDADE EM ACTUALIZACAO (CRIADO NA
      *---- PRIMEIRA EXECUCAO)
       ABRIR-FICHEIROS.
           OPEN INPUT FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-FICHEIROS-EXIT
           END-IF.
           OPEN INPUT FILHOS-FILE.
           IF FILHOS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FILHOS NAO ENCONTRADO."
               CLOSE FAMILIAS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-FICHEIROS-EXIT
           END-IF.
           OPEN I-O ABONO-FILE.
           IF ABONO-STATUS = "35" THEN
               OPEN OUTPUT ABONO-FILE
               CLOSE ABONO-FILE
               OPEN I-O ABONO-FILE
           END-IF.
           IF ABONO-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE ELEGIBILIDADE ABOFAM INACESSIVEL: "
                   ABONO-STATUS
               CLOSE FAMILIAS-FILE
               CLOSE FILHOS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-FICHEIROS-EXIT
           END-IF.
           OPEN INPUT REVISAO-FILE.
           IF REVISAO-STATUS = "00" THEN
               MOVE "S" TO SW-HA-REVISAO
           END-IF.
       ABRIR-FICHEIROS-EXIT.
           EXIT.
      *---- UMA FAMILIA DO MESTRE: FORA DA CAMPANHA, JA AVALIADA
      *---- (SALVO REAVALIACAO), EXCEPCAO, OU AVALIADA
       AVALIAR-FAMILIA.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FAMILIAS
                   GO TO AVALIAR-FAMILIA-EXIT
           END-READ.
           ADD 1 TO NUM-FAMILIAS-LIDAS.
           IF CAMPANHA-SELECCAO NOT = SPACES
               AND FAM-CAMPANHA NOT = CAMPANHA-SELECCAO THEN
               ADD 1 TO NUM-FORA-CAMPANHA
               GO TO AVALIAR-FAMILIA-EXIT
           END-IF.
           MOVE FAM-NUMERO TO ABO-NUM-FAMILIA.
           READ ABONO-FILE KEY IS ABO-NUM-FAMILIA
               INVALID KEY
                   MOVE "N" TO SW-JA-AVALIADA
               NOT INVALID KEY
                   MOVE "S" TO SW-JA-AVALIADA
           END-READ.
           IF JA-AVALIADA AND NOT REAVALIAR THEN
               ADD 1 TO NUM-JA-AVALIADAS
               GO TO AVALIAR-FAMILIA-EXIT
           END-IF.
           MOVE 0 TO NUM-IDADES-EM-FALTA.
           PERFORM VERIFICAR-RETENCAO THRU VERIFICAR-RETENCAO-EXIT.
           IF FAMILIA-RETIDA THEN
               MOVE "RETIDA PARA REVISAO" TO MOTIVO-EXCEPCAO
               PERFORM REGISTAR-EXCEPCAO THRU REGISTAR-EXCEPCAO-EXIT
               GO TO AVALIAR-FAMILIA-EXIT
           END-IF.
           IF FAM-RESIDENCIA < 1 OR FAM-RESIDENCIA > 3 THEN
               MOVE "RESIDENCIA INVALIDA" TO MOTIVO-EXCEPCAO
               PERFORM REGISTAR-EXCEPCAO THRU REGISTAR-EXCEPCAO-EXIT
               GO TO AVALIAR-FAMILIA-EXIT
           END-IF.
           PERFORM CARREGAR-IDADES THRU CARREGAR-IDADES-EXIT.
           IF NUM-IDADES-EM-FALTA > 0 THEN
               MOVE "IDADES DE FILHOS EM FALTA" TO MOTIVO-EXCEPCAO
               PERFORM REGISTAR-EXCEPCAO THRU REGISTAR-EXCEPCAO-EXIT
               GO TO AVALIAR-FAMILIA-EXIT
           END-IF.
           PERFORM CALCULAR-ABONO THRU CALCULAR-ABONO-EXIT.
       AVALIAR-FAMILIA-EXIT.
           EXIT.
      *---- PROCURA NO FICHEIRO DE REVISAO UMA ENTRADA PENDENTE OU
      *---- EM CORRECAO DA FAMILIA (AS ENTRADAS SEGUEM A ORDEM DO
      *---- NUMERO DE FAMILIA)
       VERIFICAR-RETENCAO.
           MOVE "N" TO SW-FAMILIA-RETIDA.
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
               UNTIL FIM-REVISAO-FAMILIA OR FAMILIA-RETIDA.
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
                       END-IF
                   END-IF
           END-READ.
       LER-REVISAO-FAMILIA-EXIT.
           EXIT.
      *---- LE AS IDADES DOS FILHOS DECLARADOS NO FILHOS; UM FILHO
      *---- SEM REGISTO DE DETALHE (IDADE NAO RECEBIDA) OU ALEM DO
      *---- 20O CONTA COMO IDADE EM FALTA
       CARREGAR-IDADES.
           MOVE ZEROS TO IDADES-FAMILIA.
           IF FAM-NUM-FILHOS > 20 THEN
               COMPUTE NUM-IDADES-EM-FALTA = FAM-NUM-FILHOS - 20
               MOVE 20 TO NUM-FILHOS-LER
           ELSE
               MOVE FAM-NUM-FILHOS TO NUM-FILHOS-LER
           END-IF.
           PERFORM LER-IDADE-FILHO THRU LER-IDADE-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > NUM-FILHOS-LER.
       CARREGAR-IDADES-EXIT.
           EXIT.
       LER-IDADE-FILHO.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE IDX-FILHO  TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   ADD 1 TO NUM-IDADES-EM-FALTA
               NOT INVALID KEY
                   MOVE FIL-IDADE TO IDADE-FAMILIA(IDX-FILHO)
           END-READ.
       LER-IDADE-FILHO-EXIT.
           EXIT.
      *---- LISTA UMA FAMILIA QUE NAO FOI POSSIVEL AVALIAR; SE
      *---- ESTAVA AVALIADA (REAVALIACAO), A AVALIACAO ANTERIOR E
      *---- ANULADA PARA A FAMILIA VOLTAR A SER AVALIADA DEPOIS DE
      *---- CORRIGIDA
       REGISTAR-EXCEPCAO.
           ADD 1 TO NUM-EXCEPCOES.
           MOVE FAM-NUMERO     TO LE-NUM-FAMILIA.
           MOVE FAM-CAMPANHA   TO LE-CAMPANHA.
           IF FAM-RESIDENCIA < 1 OR FAM-RESIDENCIA > 3 THEN
               MOVE "INVALIDA" TO LE-REGIAO
           ELSE
               MOVE NOME-REGIAO(FAM-RESIDENCIA) TO LE-REGIAO
           END-IF.
           MOVE FAM-NUM-FILHOS      TO LE-NUM-FILHOS.
           MOVE NUM-IDADES-EM-FALTA TO LE-EM-FALTA.
           MOVE MOTIVO-EXCEPCAO     TO LE-MOTIVO.
           MOVE LINHA-EXCEPCAO TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           IF JA-AVALIADA THEN
               MOVE FAM-NUMERO TO ABO-NUM-FAMILIA
               DELETE ABONO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO NUM-AVALIACOES-ANULADAS
               END-DELETE
           END-IF.
       REGISTAR-EXCEPCAO-EXIT.
           EXIT.
      *---- CLASSIFICA O RENDIMENTO NO ESCALAO, CALCULA O ABONO DE
      *---- CADA FILHO E GRAVA A ELEGIBILIDADE DA FAMILIA
       CALCULAR-ABONO.
           INITIALIZE ABONO-REC.
           MOVE FAM-NUMERO              TO ABO-NUM-FAMILIA.
           MOVE FAM-CAMPANHA            TO ABO-CAMPANHA.
           MOVE FAM-RESIDENCIA          TO ABO-RESIDENCIA.
           MOVE FAM-RENDIMENTO-FAMILIAR TO ABO-RENDIMENTO.
           MOVE FAM-NUM-FILHOS          TO ABO-NUM-FILHOS.
           EVALUATE TRUE
               WHEN FAM-RENDIMENTO-FAMILIAR < LIMITE-REND-BAIXO
                   MOVE 1 TO ABO-ESCALAO
               WHEN FAM-RENDIMENTO-FAMILIAR < LIMITE-REND-MEDIO
                   MOVE 2 TO ABO-ESCALAO
               WHEN OTHER
                   MOVE 3 TO ABO-ESCALAO
           END-EVALUATE.
           MOVE ABO-ESCALAO TO IDX-ESCALAO.
           PERFORM CALCULAR-FILHO THRU CALCULAR-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > NUM-FILHOS-LER.
           COMPUTE ABO-VALOR-TOTAL =
               ABO-VALOR-BASE + ABO-VALOR-SUPLEMENTO.
           IF ABO-VALOR-TOTAL > 0 THEN
               MOVE "S" TO ABO-DIREITO
           ELSE
               MOVE "N" TO ABO-DIREITO
           END-IF.
           MOVE EXECUCAO-CORRENTE TO ABO-EXECUCAO.
           IF JA-AVALIADA THEN
               REWRITE ABONO-REC
                   INVALID KEY
                       PERFORM ERRO-GRAVACAO-ABONO
                           THRU ERRO-GRAVACAO-ABONO-EXIT
                       GO TO CALCULAR-ABONO-EXIT
               END-REWRITE
           ELSE
               WRITE ABONO-REC
                   INVALID KEY
                       PERFORM ERRO-GRAVACAO-ABONO
                           THRU ERRO-GRAVACAO-ABONO-EXIT
                       GO TO CALCULAR-ABONO-EXIT
               END-WRITE
           END-IF.
           IF ABONO-STATUS NOT = "00" THEN
               PERFORM ERRO-GRAVACAO-ABONO
                   THRU ERRO-GRAVACAO-ABONO-EXIT
               GO TO CALCULAR-ABONO-EXIT
           END-IF.
           IF JA-AVALIADA THEN
               ADD 1 TO NUM-REAVALIADAS
           END-IF.
           ADD 1 TO NUM-AVALIADAS, EST-AVALIADAS(IDX-ESCALAO).
           IF ABO-SEM-DIREITO THEN
               ADD 1 TO NUM-SEM-DIREITO
               GO TO CALCULAR-ABONO-EXIT
           END-IF.
           ADD 1 TO NUM-COM-DIREITO, EST-COM-DIREITO(IDX-ESCALAO).
           ADD ABO-NUM-ELEGIVEIS TO EST-FILHOS(IDX-ESCALAO).
           ADD ABO-VALOR-TOTAL   TO EST-VALOR(IDX-ESCALAO).
           ADD 1 TO RGT-FAMILIAS(ABO-RESIDENCIA), GER-FAMILIAS.
           ADD ABO-NUM-ELEGIVEIS TO RGT-FILHOS(ABO-RESIDENCIA),
               GER-FILHOS.
           ADD ABO-VALOR-TOTAL   TO RGT-VALOR(ABO-RESIDENCIA),
               GER-VALOR.
       CALCULAR-ABONO-EXIT.
           EXIT.
      *---- A AVALIACAO NAO FICOU GRAVADA NO ABOFAM: A FAMILIA NAO
      *---- ENTRA NOS TOTAIS NEM NA LISTA DE PAGAMENTO, E A EXECUCAO
      *---- TERMINA COM RETURN-CODE 8
       ERRO-GRAVACAO-ABONO.
           ADD 1 TO NUM-ERROS-GRAVACAO.
           DISPLAY "ERRO AO GRAVAR A AVALIACAO DA FAMILIA "
               ABO-NUM-FAMILIA " NO ABOFAM: " ABONO-STATUS.
           MOVE 8 TO RETURN-CODE.
       ERRO-GRAVACAO-ABONO-EXIT.
           EXIT.
      *---- UM FILHO ABAIXO DA IDADE LIMITE TEM O VALOR DO ESCALAO
      *---- (SE O ESCALAO DER DIREITO), E A PARTIR DO N-ESIMO FILHO
      *---- ELEGIVEL TAMBEM O SUPLEMENTO DE FAMILIA NUMEROSA
       CALCULAR-FILHO.
           MOVE IDADE-FAMILIA(IDX-FILHO) TO ABO-IDADE-FILHO(IDX-FILHO).
           IF IDADE-FAMILIA(IDX-FILHO) NOT < IDADE-LIMITE
               OR TAB-VALOR-FILHO(IDX-ESCALAO) = 0 THEN
               GO TO CALCULAR-FILHO-EXIT
           END-IF.
           ADD 1 TO ABO-NUM-ELEGIVEIS.
           MOVE TAB-VALOR-FILHO(IDX-ESCALAO)
               TO ABO-BASE-FILHO(IDX-FILHO).
           ADD TAB-VALOR-FILHO(IDX-ESCALAO) TO ABO-VALOR-BASE.
           IF ABO-NUM-ELEGIVEIS < FILHOS-SUPLEMENTO
               OR TAB-VALOR-SUPLEMENTO(IDX-ESCALAO) = 0 THEN
               GO TO CALCULAR-FILHO-EXIT
           END-IF.
           ADD 1 TO ABO-NUM-SUPLEMENTOS.
           MOVE TAB-VALOR-SUPLEMENTO(IDX-ESCALAO)
               TO ABO-SUPL-FILHO(IDX-FILHO).
           ADD TAB-VALOR-SUPLEMENTO(IDX-ESCALAO)
               TO ABO-VALOR-SUPLEMENTO.
       CALCULAR-FILHO-EXIT.
           EXIT.
      *---- CABECALHO DA LISTAGEM DE EXCEPCOES
       IMPRIMIR-CABECALHO-EXCEPCOES.
           MOVE "ABONO DE FAMILIA - FAMILIAS POR AVALIAR"
               TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE SPACES TO LINHA-EXCEPCOES.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE SPACES TO LINHA-EXCEPCOES.
           IF CAMPANHA-SELECCAO = SPACES THEN
               MOVE "CAMPANHA: TODAS" TO LINHA-EXCEPCOES
           ELSE
               STRING "CAMPANHA: " CAMPANHA-SELECCAO
                   DELIMITED BY SIZE INTO LINHA-EXCEPCOES
           END-IF.
           WRITE LINHA-EXCEPCOES.
           MOVE SPACES TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE SPACES TO LINHA-EXCEPCOES.
           STRING "  FAMILIA CAMPANHA REGIAO      FILHOS EM FALTA "
               "MOTIVO"
               DELIMITED BY SIZE INTO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE ALL "-" TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
       IMPRIMIR-CABECALHO-EXCEPCOES-EXIT.
           EXIT.
      *---- FECHO DA LISTAGEM DE EXCEPCOES
       IMPRIMIR-FIM-EXCEPCOES.
           MOVE ALL "-" TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE SPACES TO LINHA-EXCEPCOES.
           MOVE NUM-EXCEPCOES TO ZCONTAGEM.
           STRING "FAMILIAS POR AVALIAR.............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           IF NUM-AVALIACOES-ANULADAS > 0 THEN
               MOVE SPACES TO LINHA-EXCEPCOES
               MOVE NUM-AVALIACOES-ANULADAS TO ZCONTAGEM
               STRING "AVALIACOES ANTERIORES ANULADAS...: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-EXCEPCOES
               WRITE LINHA-EXCEPCOES
           END-IF.
           MOVE SPACES TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
           MOVE "============FIM DAS EXCEPCOES DO ABONO============"
               TO LINHA-EXCEPCOES.
           WRITE LINHA-EXCEPCOES.
       IMPRIMIR-FIM-EXCEPCOES-EXIT.
           EXIT.
      *---- CABECALHO DA LISTA DE PAGAMENTO, COM A SELECCAO E A
      *---- TABELA DE ABONO EM VIGOR
       IMPRIMIR-CABECALHO-PAGAMENTOS.
           MOVE "ABONO DE FAMILIA - LISTA DE PAGAMENTO POR REGIAO"
               TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           IF CAMPANHA-SELECCAO = SPACES THEN
               MOVE "CAMPANHA: TODAS" TO LINHA-PAGAMENTOS
           ELSE
               STRING "CAMPANHA: " CAMPANHA-SELECCAO
                   DELIMITED BY SIZE INTO LINHA-PAGAMENTOS
           END-IF.
           IF REAVALIAR THEN
               MOVE "(REAVALIACAO)" TO LINHA-PAGAMENTOS(18:13)
           END-IF.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE IDADE-LIMITE TO ZIDADE.
           STRING "TABELA DE ABONO: FILHOS COM MENOS DE " ZIDADE
               " ANOS;"
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE FILHOS-SUPLEMENTO TO ZIDADE.
           STRING "SUPLEMENTO A PARTIR DO FILHO ELEGIVEL NUMERO "
               ZIDADE
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           STRING "  ESCALAO  RENDIMENTO            POR FILHO"
               "  SUPLEMENTO"
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           PERFORM IMPRIMIR-TABELA-ESCALAO
               THRU IMPRIMIR-TABELA-ESCALAO-EXIT
               VARYING IDX-ESCALAO FROM 1 BY 1
               UNTIL IDX-ESCALAO > 3.
       IMPRIMIR-CABECALHO-PAGAMENTOS-EXIT.
           EXIT.
      *---- UMA LINHA DA TABELA DE ABONO, COM OS LIMITES DO PARMESC
       IMPRIMIR-TABELA-ESCALAO.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE TAB-VALOR-FILHO(IDX-ESCALAO)      TO ZVALOR-FILHO.
           MOVE TAB-VALOR-SUPLEMENTO(IDX-ESCALAO) TO ZVALOR-SUPLEMENTO.
           EVALUATE IDX-ESCALAO
               WHEN 1
                   MOVE LIMITE-REND-BAIXO TO ZLIMITE
                   STRING "  BAIXO    MENOS DE " ZLIMITE
                       DELIMITED BY SIZE INTO LINHA-PAGAMENTOS
               WHEN 2
                   MOVE LIMITE-REND-MEDIO TO ZLIMITE
                   STRING "  MEDIO    MENOS DE " ZLIMITE
                       DELIMITED BY SIZE INTO LINHA-PAGAMENTOS
               WHEN OTHER
                   MOVE LIMITE-REND-MEDIO TO ZLIMITE
                   STRING "  ALTO     " ZLIMITE " OU MAIS"
                       DELIMITED BY SIZE INTO LINHA-PAGAMENTOS
           END-EVALUATE.
           MOVE ZVALOR-FILHO      TO LINHA-PAGAMENTOS(36:6).
           MOVE ZVALOR-SUPLEMENTO TO LINHA-PAGAMENTOS(48:6).
           WRITE LINHA-PAGAMENTOS.
       IMPRIMIR-TABELA-ESCALAO-EXIT.
           EXIT.
      *---- LISTA DE PAGAMENTO DE UMA REGIAO: OS FILHOS ELEGIVEIS DAS
      *---- FAMILIAS COM DIREITO AVALIADAS NESTA EXECUCAO, E OS
      *---- TOTAIS DA REGIAO CONTROLADOS CONTRA OS DA AVALIACAO
       IMPRIMIR-REGIAO.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           STRING "REGIAO: " NOME-REGIAO(IDX-REGIAO)
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           STRING "  FAMILIA CAMPANHA FILHO IDADE ESCALAO    VALOR"
               "  SUPLEM.     TOTAL"
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE ALL "-" TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE ZEROS TO LISTA-TOTAIS.
           MOVE "N" TO EOF-ABONO.
           MOVE ZEROS TO ABO-NUM-FAMILIA.
           START ABONO-FILE KEY >= ABO-NUM-FAMILIA
               INVALID KEY
                   MOVE "Y" TO EOF-ABONO
           END-START.
           PERFORM LER-ABONO-REGIAO THRU LER-ABONO-REGIAO-EXIT
               UNTIL FIM-ABONO.
           MOVE ALL "-" TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE LST-FAMILIAS TO ZCONTAGEM.
           MOVE LST-FILHOS   TO ZCONTAGEM-2.
           MOVE LST-VALOR    TO ZVALOR.
           STRING "TOTAL " NOME-REGIAO(IDX-REGIAO) " FAMILIAS: "
               ZCONTAGEM " FILHOS: " ZCONTAGEM-2 " " ZVALOR
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE "LISTA DA REGIAO = AVALIACAO DA REGIAO"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF LST-FAMILIAS = RGT-FAMILIAS(IDX-REGIAO)
               AND LST-FILHOS = RGT-FILHOS(IDX-REGIAO)
               AND LST-VALOR = RGT-VALOR(IDX-REGIAO) THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           ADD LST-FAMILIAS TO LSG-FAMILIAS.
           ADD LST-FILHOS   TO LSG-FILHOS.
           ADD LST-VALOR    TO LSG-VALOR.
       IMPRIMIR-REGIAO-EXIT.
           EXIT.
       LER-ABONO-REGIAO.
           READ ABONO-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-ABONO
                   GO TO LER-ABONO-REGIAO-EXIT
           END-READ.
           IF ABO-EXECUCAO NOT = EXECUCAO-CORRENTE
               OR NOT ABO-COM-DIREITO
               OR ABO-RESIDENCIA NOT = IDX-REGIAO THEN
               GO TO LER-ABONO-REGIAO-EXIT
           END-IF.
           ADD 1 TO LST-FAMILIAS.
           MOVE ABO-NUM-FILHOS TO NUM-FILHOS-LER.
           IF NUM-FILHOS-LER > 20 THEN
               MOVE 20 TO NUM-FILHOS-LER
           END-IF.
           PERFORM IMPRIMIR-FILHO-PAGAMENTO
               THRU IMPRIMIR-FILHO-PAGAMENTO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > NUM-FILHOS-LER.
       LER-ABONO-REGIAO-EXIT.
           EXIT.
      *---- UMA LINHA POR FILHO ELEGIVEL
       IMPRIMIR-FILHO-PAGAMENTO.
           IF ABO-BASE-FILHO(IDX-FILHO) = 0 THEN
               GO TO IMPRIMIR-FILHO-PAGAMENTO-EXIT
           END-IF.
           MOVE ABO-NUM-FAMILIA              TO LP-NUM-FAMILIA.
           MOVE ABO-CAMPANHA                 TO LP-CAMPANHA.
           MOVE IDX-FILHO                    TO LP-SEQUENCIA.
           MOVE ABO-IDADE-FILHO(IDX-FILHO)   TO LP-IDADE.
           MOVE NOME-ESCALAO(ABO-ESCALAO)    TO LP-ESCALAO.
           MOVE ABO-BASE-FILHO(IDX-FILHO)    TO LP-VALOR-FILHO.
           MOVE ABO-SUPL-FILHO(IDX-FILHO)    TO LP-SUPLEMENTO.
           COMPUTE LP-VALOR = ABO-BASE-FILHO(IDX-FILHO)
               + ABO-SUPL-FILHO(IDX-FILHO).
           MOVE LINHA-PAGAMENTO TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           ADD 1 TO LST-FILHOS.
           ADD ABO-BASE-FILHO(IDX-FILHO) ABO-SUPL-FILHO(IDX-FILHO)
               TO LST-VALOR.
       IMPRIMIR-FILHO-PAGAMENTO-EXIT.
           EXIT.
      *---- RESUMO DA AVALIACAO, TOTAIS POR ESCALAO E CONTROLOS
      *---- GERAIS DA EXECUCAO
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE ALL "=" TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE LSG-FAMILIAS TO ZCONTAGEM.
           MOVE LSG-FILHOS   TO ZCONTAGEM-2.
           MOVE LSG-VALOR    TO ZVALOR.
           STRING "TOTAL GERAL FAMILIAS: " ZCONTAGEM
               " FILHOS: " ZCONTAGEM-2 "   " ZVALOR
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-FAMILIAS-LIDAS TO ZCONTAGEM.
           STRING "FAMILIAS LIDAS NO MESTRE.........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-FORA-CAMPANHA TO ZCONTAGEM.
           STRING "FAMILIAS DE OUTRAS CAMPANHAS.....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-JA-AVALIADAS TO ZCONTAGEM.
           STRING "FAMILIAS JA AVALIADAS............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-EXCEPCOES TO ZCONTAGEM.
           STRING "FAMILIAS POR AVALIAR (RELEXC)....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-AVALIADAS TO ZCONTAGEM.
           STRING "FAMILIAS AVALIADAS...............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-REAVALIADAS TO ZCONTAGEM.
           STRING "  DAS QUAIS REAVALIADAS..........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           IF NUM-ERROS-GRAVACAO > 0 THEN
               MOVE SPACES TO LINHA-PAGAMENTOS
               MOVE NUM-ERROS-GRAVACAO TO ZCONTAGEM
               STRING "NAO GRAVADAS NO ABOFAM (ERRO)....: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-PAGAMENTOS
               WRITE LINHA-PAGAMENTOS
           END-IF.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-COM-DIREITO TO ZCONTAGEM.
           STRING "  COM DIREITO A ABONO............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           MOVE NUM-SEM-DIREITO TO ZCONTAGEM.
           STRING "  SEM DIREITO A ABONO............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           STRING "  ESCALAO  AVALIADAS  COM DIREITO  FILHOS ELEG."
               "           VALOR"
               DELIMITED BY SIZE INTO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           PERFORM IMPRIMIR-TOTAL-ESCALAO
               THRU IMPRIMIR-TOTAL-ESCALAO-EXIT
               VARYING IDX-ESCALAO FROM 1 BY 1
               UNTIL IDX-ESCALAO > 3.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE SPACES TO TEXTO-CONTROLO.
           STRING "LIDAS = OUTRAS + JA AVALIADAS + EXCEPCOES"
               " + AVALIADAS + ERROS"
               DELIMITED BY SIZE INTO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FAMILIAS-LIDAS = NUM-FORA-CAMPANHA
               + NUM-JA-AVALIADAS + NUM-EXCEPCOES + NUM-AVALIADAS
               + NUM-ERROS-GRAVACAO THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE "AVALIADAS = COM DIREITO + SEM DIREITO"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-AVALIADAS = NUM-COM-DIREITO + NUM-SEM-DIREITO THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE "LISTA DE PAGAMENTO = FAMILIAS COM DIREITO"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF LSG-FAMILIAS = GER-FAMILIAS
               AND LSG-FAMILIAS = NUM-COM-DIREITO
               AND LSG-FILHOS = GER-FILHOS
               AND LSG-VALOR = GER-VALOR THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
           MOVE "========FIM DA LISTA DE PAGAMENTO DO ABONO========="
               TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
       IMPRIMIR-TOTAIS-EXIT.
           EXIT.
       IMPRIMIR-TOTAL-ESCALAO.
           MOVE NOME-ESCALAO(IDX-ESCALAO)    TO LB-ESCALAO.
           MOVE EST-AVALIADAS(IDX-ESCALAO)   TO LB-AVALIADAS.
           MOVE EST-COM-DIREITO(IDX-ESCALAO) TO LB-COM-DIREITO.
           MOVE EST-FILHOS(IDX-ESCALAO)      TO LB-FILHOS.
           MOVE EST-VALOR(IDX-ESCALAO)       TO LB-VALOR.
           MOVE LINHA-ESCALAO TO LINHA-PAGAMENTOS.
           WRITE LINHA-PAGAMENTOS.
       IMPRIMIR-TOTAL-ESCALAO-EXIT.
           EXIT.
      *---- LINHA DE CONTROLO: CERTO, OU ERRADO COM RETURN-CODE 4
       IMPRIMIR-CONTROLO.
           MOVE SPACES TO LINHA-PAGAMENTOS.
           IF CONTROLO-CERTO THEN
               STRING "CONTROLO " DELIMITED BY SIZE
                   TEXTO-CONTROLO DELIMITED BY "  "
                   ": CERTO" DELIMITED BY SIZE
                   INTO LINHA-PAGAMENTOS
           ELSE
               STRING "CONTROLO " DELIMITED BY SIZE
                   TEXTO-CONTROLO DELIMITED BY "  "
                   ": ERRADO" DELIMITED BY SIZE
                   INTO LINHA-PAGAMENTOS
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE LINHA-PAGAMENTOS.
       IMPRIMIR-CONTROLO-EXIT.
           EXIT.
       END PROGRAM FAMABO.
