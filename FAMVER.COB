      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conferencia por dupla entrada das familias
      *          introduzidas a mao no questionario T10 (ficheiro
      *          DPEFAM). Um segundo operador, diferente do que
      *          introduziu a sessao, escolhe a sessao e volta a
      *          introduzir as familias as cegas (todas, ou uma em
      *          cada N); cada campo, incluindo as idades dos
      *          filhos, e comparado com a primeira entrada guardada
      *          no DPEFAM e as divergencias ficam no ficheiro DIVFAM.
      *          O supervisor decide depois qual dos dois valores e o
      *          certo, e o mestre e corrigido com auditoria e
      *          movimento para o nacional; as regras de
      *          plausibilidade sao de novo aplicadas a familia
      *          corrigida, como no FAMMNT, e as entradas do REVFAM
      *          abertas ou resolvidas. A familia so e libertada para
      *          a exportacao
      *          (entrada "DE" do REVFAM resolvida) quando confere,
      *          fica fora da amostra ou tem as divergencias
      *          decididas. So operadores activos do mestre de
      *          operadores (OPERFAM) entram.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMVER.

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
           SELECT AUDITORIA-FILE ASSIGN TO "AUDFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
      *---- FAMILIAS INTRODUZIDAS A MAO, POR CONFERIR
       FD  DUPLA-ENTRADA-FILE.
           COPY DPEREC.
      *---- DIVERGENCIAS ENTRE A PRIMEIRA E A SEGUNDA ENTRADA
       FD  DIVERGENCIAS-FILE.
           COPY DIVREC.
      *---- FAMILIAS RETIDAS; A ENTRADA "DE" RETEM A FAMILIA POR
      *---- CONFERIR
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- AUDITORIA DAS CORRECOES DECIDIDAS PELO SUPERVISOR
       FD  AUDITORIA-FILE.
           COPY AUDREC.
      *---- MOVIMENTOS DO MESTRE A TRANSMITIR AO NACIONAL (FAMDLT)
       FD  MOVIMENTOS-FILE.
           COPY MOVREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 DUPLA-ENTRADA-STATUS     PIC X(02)         VALUES "00".
       77 DIVERGENCIAS-STATUS      PIC X(02)         VALUES "00".
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
       77 EOF-DUPLA-ENTRADA        PIC X(01)         VALUES "N".
           88 FIM-DUPLA-ENTRADA                      VALUES "Y".
       77 EOF-DIVERGENCIAS         PIC X(01)         VALUES "N".
           88 FIM-DIVERGENCIAS                       VALUES "Y".
       77 SW-FAMILIA-EXISTE        PIC X(01)         VALUES "N".
           88 FAMILIA-EXISTE                         VALUES "S".
       77 SW-TERMINAR              PIC X(01)         VALUES "N".
           88 TERMINAR-PASSAGEM                      VALUES "S".
      *----
       77 FUNCAO                   PIC X(01)         VALUES SPACE.
           88 FUNCAO-SEGUNDA-ENTRADA                 VALUES "1".
           88 FUNCAO-DECISAO                         VALUES "2".
           88 FUNCAO-TERMINAR                        VALUES "T".
       77 OPCAO                    PIC X(01)         VALUES SPACE.
           88 OPCAO-DECIDIR                          VALUES "D".
           88 OPCAO-SEGUINTE                         VALUES "S", " ".
           88 OPCAO-TERMINAR                         VALUES "T".
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
      *----
      * SEGUNDA ENTRADA: CAMPOS INTRODUZIDOS, COM AS MESMAS
      * VALIDACOES DO QUESTIONARIO
       77 RESIDENCIA               PIC 9             VALUES 0.
           88 CONTINENTE                             VALUES 1.
           88 ACORES                                 VALUES 2.
           88 MADEIRA                                VALUES 3.
       77 IDADE-PAI                PIC 9(02)         VALUES 0.
           88 IDADE-PAI-VALIDA                 VALUES 18 THRU 99.
       77 IDADE-MAE                PIC 9(02)         VALUES 0.
           88 IDADE-MAE-VALIDA                 VALUES 18 THRU 99.
       77 NUM-FILHOS               PIC 9(02)         VALUES 0.
           88 NUM-FILHOS-VALIDO                VALUES 0 THRU 20.
       77 RENDIMENTO-FAMILIAR      PIC 9(05)         VALUES 0.
           88 RENDIMENTO-FAMILIAR-VALIDO       VALUES 1 THRU 99999.
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
       77 ZIDX-FILHO               PIC Z9.
       77 TXT-IDADE-ENTRADA        PIC X(02)         VALUES SPACES.
      *----
      * SESSOES POR CONFERIR DE OUTROS OPERADORES (OPERADOR, DATA E
      * HORA DA PASSAGEM DO T10), PARA ESCOLHA NO ECRA
       77 NUM-SESSOES              PIC 9(02)         VALUES 0.
       77 NUM-SESSOES-FORA         PIC 9(05)         VALUES 0.
       77 SESSAO-ESCOLHIDA         PIC 9(02)         VALUES 0.
       77 LINHA-SESSAO             PIC 9(02)         VALUES 0.
       77 POSICAO-ECRA             PIC 9(04)         VALUES 0.
       77 ZSESSAO                  PIC Z9.
       01 SESSOES-POR-CONFERIR.
           05 SESSAO-TAB OCCURS 15 TIMES INDEXED BY SES-IDX.
               10 SES-OPERADOR             PIC X(08).
               10 SES-DATA                 PIC 9(08).
               10 SES-HORA                 PIC 9(06).
               10 SES-NUM-FAMILIAS         PIC 9(05).
       01 LINHA-ECRA-SESSAO            PIC X(60).
       01 HORA-EDITADA.
           05 HORA-ED-HH               PIC 99.
           05 FILLER                      PIC X VALUE ":".
           05 HORA-ED-MM               PIC 99.
           05 FILLER                      PIC X VALUE ":".
           05 HORA-ED-SS               PIC 99.
       01 HORA-SESSAO.
           05 HORA-SES-HH              PIC 9(02).
           05 HORA-SES-MM              PIC 9(02).
           05 HORA-SES-SS              PIC 9(02).
      *----
      * AMOSTRA: UMA FAMILIA EM CADA INTERVALO-AMOSTRA E CONFERIDA
      * (1 = TODAS); AS RESTANTES DA SESSAO FICAM DISPENSADAS
       77 INTERVALO-AMOSTRA        PIC 9(02)         VALUES 0.
           88 INTERVALO-AMOSTRA-VALIDO         VALUES 1 THRU 99.
       77 CONTADOR-AMOSTRA         PIC 9(02)         VALUES 0.
      *----
      * COMPARACAO DA SEGUNDA ENTRADA COM A PRIMEIRA; UMA IDADE DE
      * FILHO QUE NAO FOI RECEBIDA NA PRIMEIRA ENTRADA FICA "EM FALTA"
       77 CAMPOS-COMPARADOS        PIC 9(02)         VALUES 0.
       77 DIVERGENCIAS-FAMILIA     PIC 9(02)         VALUES 0.
       77 MENOR-NUM-FILHOS         PIC 9(02)         VALUES 0.
       77 CAMPO-COMPARADO          PIC X(01)         VALUES SPACE.
       77 SEQUENCIA-COMPARADA      PIC 9(02)         VALUES 0.
       77 VALOR-PRIMEIRA           PIC 9(05)         VALUES 0.
       77 VALOR-SEGUNDA            PIC 9(05)         VALUES 0.
       77 ZDIVERGENCIAS            PIC Z9.
      * UMA DIVERGENCIA JA DECIDIDA COM A MESMA CHAVE QUE UMA NOVA
      * PASSA PARA UMA SEQUENCIA DE HISTORICO (21 A 99), QUE NENHUMA
      * IDADE DE FILHO USA, PARA O FAMDIV CONTINUAR A CONTA-LA
       77 SEQUENCIA-HISTORICO      PIC 9(03)         VALUES 0.
       77 SW-SEQUENCIA-LIVRE       PIC X(01)         VALUES "N".
           88 SEQUENCIA-LIVRE                        VALUES "S".
       01 NOVA-DIVERGENCIA         PIC X(70).
       01 DIVERGENCIA-DECIDIDA     PIC X(70).
      *----
      * DECISAO DO SUPERVISOR: AS DIVERGENCIAS POR DECIDIR DA
      * FAMILIA (NO MAXIMO 5 CAMPOS E 20 IDADES) E A ESCOLHA PARA
      * CADA UMA, SO GRAVADAS DEPOIS DE CONFIRMADAS
       77 NUM-DECISOES             PIC 9(02)         VALUES 0.
       77 IDX-DECISAO              PIC 9(02)         VALUES 0.
       01 DECISOES-FAMILIA.
           05 DECISAO-TAB OCCURS 25 TIMES.
               10 DEC-CAMPO                PIC X(01).
               10 DEC-SEQUENCIA            PIC 9(02).
               10 DEC-VALOR-1              PIC 9(05).
               10 DEC-VALOR-2              PIC 9(05).
               10 DEC-ESCOLHA              PIC X(01).
                   88 DEC-ESCOLHA-VALIDA             VALUES "1", "2".
                   88 DEC-VALE-SEGUNDA               VALUES "2".
       77 TXT-CAMPO                PIC X(20)         VALUES SPACES.
       77 TXT-VALOR                PIC X(08)         VALUES SPACES.
       77 ZVALOR                   PIC ZZZZ9.
       77 ESCOLHA                  PIC X(01)         VALUES SPACE.
           88 ESCOLHA-VALIDA                         VALUES "1", "2".
       77 SW-FAMILIA-ALTERADA      PIC X(01)         VALUES "N".
           88 FAMILIA-ALTERADA                       VALUES "S".
       77 SW-FILHOS-ALTERADOS      PIC X(01)         VALUES "N".
           88 FILHOS-ALTERADOS                       VALUES "S".
       77 VALOR-ESCOLHIDO          PIC 9(05)         VALUES 0.
       77 SW-FILHOS-DA-SEGUNDA     PIC X(01)         VALUES "N".
           88 FILHOS-DA-SEGUNDA                      VALUES "S".
       77 SW-ERRO-GRAVACAO         PIC X(01)         VALUES "N".
           88 ERRO-GRAVACAO                          VALUES "S".
       01 ANTES-EDICAO.
           05 ANT-RESIDENCIA           PIC 9(01).
           05 ANT-IDADE-PAI            PIC 9(02).
           05 ANT-IDADE-MAE            PIC 9(02).
           05 ANT-NUM-FILHOS           PIC 9(02).
           05 ANT-RENDIMENTO           PIC 9(05).
      *----
      * CAMPOS DE APRESENTACAO
       77 ZNUM-FAMILIA             PIC ZZZZZ9.
       77 ZCONTAGEM                PIC ZZZZZZ9.
      *----
      * OPERADOR DA SESSAO, CONFERIDO NO MESTRE DE OPERADORES
      * (OPERFAM); A DECISAO DAS DIVERGENCIAS EXIGE PERFIL DE
      * SUPERVISOR (OU ADMINISTRADOR)
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      *----
      * AUDITORIA (AUDFAM) E MOVIMENTOS PARA O NACIONAL (MOVFAM) DAS
      * CORRECOES DECIDIDAS PELO SUPERVISOR
       77 AUDITORIA-STATUS         PIC X(02)         VALUES "00".
       77 MOVIMENTOS-STATUS        PIC X(02)         VALUES "00".
       77 TIPO-MOVIMENTO           PIC X(01)         VALUES SPACE.
       77 ORIGEM-MOVIMENTO         PIC X(08)         VALUES "FAMVER".
       01 HORA-MOVIMENTO.
           05 HORA-MOV-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
       01 HORA-SISTEMA.
           05 HORA-HHMMSS              PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
      * REGRAS DE PLAUSIBILIDADE ENTRE CAMPOS, AS MESMAS DO FAMMNT,
      * APLICADAS DE NOVO A FAMILIA CORRIGIDA PELO SUPERVISOR: UMA
      * REGRA QUE DISPARA RETEM A FAMILIA NO FICHEIRO DE REVISAO
      * (REVFAM) ATE A DECISAO NO ECRA FAMREV, E UMA QUE DEIXOU DE
      * DISPARAR FICA RESOLVIDA. LIMIARES: DIFERENCA MINIMA ENTRE A
      * IDADE DE CADA PAI E A DE UM FILHO, DIFERENCA MAXIMA ENTRE AS
      * IDADES DO PAI E DA MAE, E LIMITES DO RENDIMENTO POR PESSOA
      * DO AGREGADO (PAIS E FILHOS)
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
       77 ORIGEM-REVISAO           PIC X(08)         VALUES "FAMVER".
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
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO E CONTAGENS
      * DA SESSAO (FAMILIAS CONFERIDAS, SEM E COM DIVERGENCIAS,
      * DISPENSADAS PELA AMOSTRA, DECIDIDAS PELO SUPERVISOR, E
      * TENTATIVAS RECUSADAS)
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
       77 NUM-CONSULTAS            PIC 9(07)         VALUES 0.
       77 NUM-GRAVACOES            PIC 9(07)         VALUES 0.
       77 NUM-CONFERIDAS           PIC 9(07)         VALUES 0.
       77 NUM-DIVERGENTES          PIC 9(07)         VALUES 0.
       77 NUM-DISPENSADAS          PIC 9(07)         VALUES 0.
       77 NUM-DECIDIDAS            PIC 9(07)         VALUES 0.
       77 NUM-RECUSAS              PIC 9(07)         VALUES 0.
       01 MARCA-INICIO-JRN.
           05 JRN-INI-DATA             PIC 9(08).
           05 JRN-INI-HORA             PIC 9(06).
       01 HORA-JRN.
           05 HORA-JRN-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
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
       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               GO TO FIM
           END-IF.
           OPEN I-O DUPLA-ENTRADA-FILE.
           IF DUPLA-ENTRADA-STATUS NOT = "00" THEN
               DISPLAY "NAO HA FAMILIAS POR CONFERIR (DPEFAM)."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401
               ACCEPT RESPOSTA-CONFIRMA AT 0428
               GO TO FIM
           END-IF.
           OPEN I-O FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401
               ACCEPT RESPOSTA-CONFIRMA AT 0428
               CLOSE DUPLA-ENTRADA-FILE
               GO TO FIM
           END-IF.
           PERFORM ABRIR-FICHEIROS THRU ABRIR-FICHEIROS-EXIT.
           MOVE SPACE TO FUNCAO.
           PERFORM ESCOLHER-FUNCAO THRU ESCOLHER-FUNCAO-EXIT
               UNTIL FUNCAO-TERMINAR.
           PERFORM MOSTRAR-TOTAIS THRU MOSTRAR-TOTAIS-EXIT.
           CLOSE DUPLA-ENTRADA-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           CLOSE DIVERGENCIAS-FILE.
           CLOSE REVISAO-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE MOVIMENTOS-FILE.
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
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (AS TENTATIVAS
      *---- RECUSADAS ENTRAM COMO REJEITADOS)
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
           MOVE "FAMVER" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-CONSULTAS TO JRN-LIDOS.
           MOVE NUM-GRAVACOES TO JRN-ACEITES.
           MOVE NUM-RECUSAS   TO JRN-REJEITADOS.
           MOVE RETURN-CODE   TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
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
           MOVE "FAMVER" TO JRN-PROGRAMA.
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
      *---- ABRE OS RESTANTES FICHEIROS, CRIANDO OS QUE AINDA NAO
      *---- EXISTAM; A AUDITORIA E OS MOVIMENTOS EM ACRESCENTO
       ABRIR-FICHEIROS.
           OPEN I-O FILHOS-FILE.
           IF FILHOS-STATUS = "35" THEN
               OPEN OUTPUT FILHOS-FILE
               CLOSE FILHOS-FILE
               OPEN I-O FILHOS-FILE
           END-IF.
           OPEN I-O DIVERGENCIAS-FILE.
           IF DIVERGENCIAS-STATUS = "35" THEN
               OPEN OUTPUT DIVERGENCIAS-FILE
               CLOSE DIVERGENCIAS-FILE
               OPEN I-O DIVERGENCIAS-FILE
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS = "35" THEN
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF AUDITORIA-STATUS = "35" THEN
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           OPEN EXTEND MOVIMENTOS-FILE.
           IF MOVIMENTOS-STATUS = "35" THEN
               OPEN OUTPUT MOVIMENTOS-FILE
               CLOSE MOVIMENTOS-FILE
               OPEN EXTEND MOVIMENTOS-FILE
           END-IF.
       ABRIR-FICHEIROS-EXIT.
           EXIT.
      *---- IDENTIFICA O OPERADOR DA SESSAO, GUARDADO NA SEGUNDA
      *---- ENTRADA E NAS DECISOES
       PEDIR-OPERADOR.
           DISPLAY CLS.
           DISPLAY "CODIGO DO OPERADOR:" AT 0101.
           PERFORM UNTIL OPERADOR NOT = SPACES
               ACCEPT OPERADOR AT 0121 FOREGROUND-COLOR 3 HIGHLIGHT
               IF OPERADOR = SPACES THEN
                   DISPLAY "INDIQUE O CODIGO DO OPERADOR."
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
      *---- MENU: SEGUNDA ENTRADA DE UMA SESSAO OU DECISAO DAS
      *---- DIVERGENCIAS; A DECISAO E SO PARA SUPERVISORES, E A
      *---- TENTATIVA DE OUTRO OPERADOR FICA REGISTADA NO JORNAL
       ESCOLHER-FUNCAO.
           DISPLAY CLS.
           DISPLAY "CONFERENCIA POR DUPLA ENTRADA"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           DISPLAY "(1) SEGUNDA ENTRADA DE UMA SESSAO" AT 0301.
           DISPLAY "(2) DECISAO DAS DIVERGENCIAS (SUPERVISOR)" AT 0401.
           DISPLAY "(T) TERMINAR" AT 0501.
           DISPLAY "OPCAO:" AT 0701.
           MOVE SPACE TO FUNCAO.
           PERFORM UNTIL FUNCAO-SEGUNDA-ENTRADA OR FUNCAO-DECISAO
                   OR FUNCAO-TERMINAR
               ACCEPT FUNCAO AT 0708 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(FUNCAO) TO FUNCAO
               IF NOT (FUNCAO-SEGUNDA-ENTRADA OR FUNCAO-DECISAO
                   OR FUNCAO-TERMINAR) THEN
                   DISPLAY "OPCAO NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
               ELSE
                   DISPLAY " " ERASE EOL AT 0801
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FUNCAO-SEGUNDA-ENTRADA
                   PERFORM SEGUNDA-ENTRADA THRU SEGUNDA-ENTRADA-EXIT
               WHEN FUNCAO-DECISAO AND NOT PERFIL-SUPERVISOR
                   ADD 1 TO NUM-RECUSAS
                   PERFORM GRAVAR-JORNAL-RECUSA
                       THRU GRAVAR-JORNAL-RECUSA-EXIT
                   DISPLAY "DECISAO RESERVADA AO SUPERVISOR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0801
                   DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 0901
                   ACCEPT RESPOSTA-CONFIRMA AT 0929
               WHEN FUNCAO-DECISAO
                   PERFORM DECIDIR-DIVERGENCIAS
                       THRU DECIDIR-DIVERGENCIAS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ESCOLHER-FUNCAO-EXIT.
           EXIT.
      *---- SEGUNDA ENTRADA: ESCOLHA DA SESSAO E DA AMOSTRA, SEGUIDA
      *---- DA PASSAGEM PELAS FAMILIAS DA SESSAO AINDA POR CONFERIR
       SEGUNDA-ENTRADA.
           PERFORM LISTAR-SESSOES THRU LISTAR-SESSOES-EXIT.
           IF NUM-SESSOES = 0 THEN
               DISPLAY "NAO HA SESSOES DE OUTROS OPERADORES POR "
               "CONFERIR." FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 0501
               ACCEPT RESPOSTA-CONFIRMA AT 0529
               GO TO SEGUNDA-ENTRADA-EXIT
           END-IF.
           COMPUTE LINHA-SESSAO = NUM-SESSOES + 5.
           COMPUTE POSICAO-ECRA = LINHA-SESSAO * 100 + 1.
           DISPLAY "SESSAO A CONFERIR (0 = NENHUMA):" AT POSICAO-ECRA.
           ADD 33 TO POSICAO-ECRA.
           MOVE 99 TO SESSAO-ESCOLHIDA.
           PERFORM UNTIL SESSAO-ESCOLHIDA NOT > NUM-SESSOES
               ACCEPT SESSAO-ESCOLHIDA AT POSICAO-ECRA
               FOREGROUND-COLOR 3 HIGHLIGHT
           END-PERFORM.
           IF SESSAO-ESCOLHIDA = 0 THEN
               GO TO SEGUNDA-ENTRADA-EXIT
           END-IF.
           SET SES-IDX TO SESSAO-ESCOLHIDA.
           ADD 1 TO LINHA-SESSAO.
           COMPUTE POSICAO-ECRA = LINHA-SESSAO * 100 + 1.
           DISPLAY "CONFERIR 1 FAMILIA EM CADA (1 = TODAS):"
           AT POSICAO-ECRA.
           ADD 40 TO POSICAO-ECRA.
           MOVE 0 TO INTERVALO-AMOSTRA.
           PERFORM UNTIL INTERVALO-AMOSTRA-VALIDO
               ACCEPT INTERVALO-AMOSTRA AT POSICAO-ECRA
               FOREGROUND-COLOR 3 HIGHLIGHT
           END-PERFORM.
           MOVE 0 TO CONTADOR-AMOSTRA.
           MOVE "N" TO SW-TERMINAR.
           MOVE "N" TO EOF-DUPLA-ENTRADA.
           MOVE ZEROS TO DPE-NUM-FAMILIA.
           START DUPLA-ENTRADA-FILE KEY >= DPE-NUM-FAMILIA
               INVALID KEY
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
           END-START.
           PERFORM LER-FAMILIA-DA-SESSAO
               THRU LER-FAMILIA-DA-SESSAO-EXIT
               UNTIL FIM-DUPLA-ENTRADA OR TERMINAR-PASSAGEM.
       SEGUNDA-ENTRADA-EXIT.
           EXIT.
      *---- JUNTA AS FAMILIAS POR CONFERIR EM SESSOES (OPERADOR, DATA
      *---- E HORA DA PASSAGEM), SO AS DE OUTROS OPERADORES, E MOSTRA
      *---- A LISTA; ALEM DE 15 SESSOES FICAM PARA UMA PROXIMA VEZ
       LISTAR-SESSOES.
           MOVE 0 TO NUM-SESSOES.
           MOVE 0 TO NUM-SESSOES-FORA.
           MOVE "N" TO EOF-DUPLA-ENTRADA.
           MOVE ZEROS TO DPE-NUM-FAMILIA.
           START DUPLA-ENTRADA-FILE KEY >= DPE-NUM-FAMILIA
               INVALID KEY
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
           END-START.
           PERFORM JUNTAR-SESSAO THRU JUNTAR-SESSAO-EXIT
               UNTIL FIM-DUPLA-ENTRADA.
           DISPLAY CLS.
           DISPLAY "DUPLA ENTRADA - SESSOES POR CONFERIR"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           IF NUM-SESSOES = 0 THEN
               GO TO LISTAR-SESSOES-EXIT
           END-IF.
           DISPLAY " N  OPERADOR  DATA        HORA      FAMILIAS"
           AT 0301.
           PERFORM MOSTRAR-UMA-SESSAO THRU MOSTRAR-UMA-SESSAO-EXIT
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > NUM-SESSOES.
           IF NUM-SESSOES-FORA > 0 THEN
               DISPLAY "HA MAIS SESSOES POR CONFERIR, LISTADAS DEPOIS "
               "DE CONFERIDAS ESTAS." FOREGROUND-COLOR 4 HIGHLIGHT
               AT 2101
           END-IF.
       LISTAR-SESSOES-EXIT.
           EXIT.
       JUNTAR-SESSAO.
           READ DUPLA-ENTRADA-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
                   GO TO JUNTAR-SESSAO-EXIT
           END-READ.
           IF NOT DPE-POR-CONFERIR OR DPE-OPERADOR-1 = OPERADOR THEN
               GO TO JUNTAR-SESSAO-EXIT
           END-IF.
           SET SES-IDX TO 1.
           SEARCH SESSAO-TAB
               AT END
                   ADD 1 TO NUM-SESSOES-FORA
               WHEN SES-IDX > NUM-SESSOES
                   ADD 1 TO NUM-SESSOES
                   MOVE DPE-OPERADOR-1 TO SES-OPERADOR(SES-IDX)
                   MOVE DPE-DATA-1     TO SES-DATA(SES-IDX)
                   MOVE DPE-HORA-1     TO SES-HORA(SES-IDX)
                   MOVE 1              TO SES-NUM-FAMILIAS(SES-IDX)
               WHEN SES-OPERADOR(SES-IDX) = DPE-OPERADOR-1
                   AND SES-DATA(SES-IDX) = DPE-DATA-1
                   AND SES-HORA(SES-IDX) = DPE-HORA-1
                   ADD 1 TO SES-NUM-FAMILIAS(SES-IDX)
           END-SEARCH.
       JUNTAR-SESSAO-EXIT.
           EXIT.
       MOSTRAR-UMA-SESSAO.
           SET SESSAO-ESCOLHIDA TO SES-IDX.
           MOVE SESSAO-ESCOLHIDA TO ZSESSAO.
           MOVE SES-DATA(SES-IDX) TO DATA-SISTEMA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE SES-HORA(SES-IDX) TO HORA-SESSAO.
           MOVE HORA-SES-HH TO HORA-ED-HH.
           MOVE HORA-SES-MM TO HORA-ED-MM.
           MOVE HORA-SES-SS TO HORA-ED-SS.
           MOVE SES-NUM-FAMILIAS(SES-IDX) TO ZCONTAGEM.
           MOVE SPACES TO LINHA-ECRA-SESSAO.
           STRING ZSESSAO "  " SES-OPERADOR(SES-IDX) "  "
               DATA-EDITADA "  " HORA-EDITADA "  " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-ECRA-SESSAO.
           COMPUTE POSICAO-ECRA = (SESSAO-ESCOLHIDA + 3) * 100 + 1.
           DISPLAY LINHA-ECRA-SESSAO AT POSICAO-ECRA.
       MOSTRAR-UMA-SESSAO-EXIT.
           EXIT.
      *---- LE A FAMILIA SEGUINTE; SO AS DA SESSAO ESCOLHIDA AINDA
      *---- POR CONFERIR CONTAM PARA A AMOSTRA: A PRIMEIRA DE CADA
      *---- GRUPO DE INTERVALO-AMOSTRA E CONFERIDA, AS OUTRAS FICAM
      *---- DISPENSADAS
       LER-FAMILIA-DA-SESSAO.
           READ DUPLA-ENTRADA-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
                   GO TO LER-FAMILIA-DA-SESSAO-EXIT
           END-READ.
           IF NOT DPE-POR-CONFERIR
               OR DPE-OPERADOR-1 NOT = SES-OPERADOR(SES-IDX)
               OR DPE-DATA-1 NOT = SES-DATA(SES-IDX)
               OR DPE-HORA-1 NOT = SES-HORA(SES-IDX) THEN
               GO TO LER-FAMILIA-DA-SESSAO-EXIT
           END-IF.
           ADD 1 TO CONTADOR-AMOSTRA.
           IF CONTADOR-AMOSTRA = 1 THEN
               PERFORM CONFERIR-FAMILIA THRU CONFERIR-FAMILIA-EXIT
           ELSE
               PERFORM DISPENSAR-FAMILIA THRU DISPENSAR-FAMILIA-EXIT
           END-IF.
           IF CONTADOR-AMOSTRA NOT < INTERVALO-AMOSTRA THEN
               MOVE 0 TO CONTADOR-AMOSTRA
           END-IF.
       LER-FAMILIA-DA-SESSAO-EXIT.
           EXIT.
      *---- FAMILIA FORA DA AMOSTRA: DISPENSADA E LIBERTADA
       DISPENSAR-FAMILIA.
           MOVE "N" TO DPE-ESTADO.
           MOVE OPERADOR TO DPE-OPERADOR-2.
           ACCEPT DPE-DATA-2 FROM DATE YYYYMMDD.
           REWRITE DUPLA-ENTRADA-REC.
           PERFORM RESOLVER-RETENCAO THRU RESOLVER-RETENCAO-EXIT.
           ADD 1 TO NUM-DISPENSADAS.
       DISPENSAR-FAMILIA-EXIT.
           EXIT.
      *---- SEGUNDA ENTRADA CEGA DE UMA FAMILIA: SO O NUMERO E
      *---- MOSTRADO; OS VALORES INTRODUZIDOS SAO COMPARADOS COM OS
      *---- DA PRIMEIRA ENTRADA. UMA FAMILIA QUE JA NAO ESTA NO
      *---- MESTRE FICA RESOLVIDA SEM CONFERENCIA
       CONFERIR-FAMILIA.
           ADD 1 TO NUM-CONSULTAS.
           MOVE DPE-NUM-FAMILIA TO FAM-NUMERO.
           MOVE "S" TO SW-FAMILIA-EXISTE.
           READ FAMILIAS-FILE KEY IS FAM-NUMERO
               INVALID KEY
                   MOVE "N" TO SW-FAMILIA-EXISTE
           END-READ.
           IF NOT FAMILIA-EXISTE THEN
               MOVE "R" TO DPE-ESTADO
               REWRITE DUPLA-ENTRADA-REC
               PERFORM RESOLVER-RETENCAO THRU RESOLVER-RETENCAO-EXIT
               GO TO CONFERIR-FAMILIA-EXIT
           END-IF.
           DISPLAY CLS.
           DISPLAY "DUPLA ENTRADA - SEGUNDA INTRODUCAO"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           MOVE DPE-NUM-FAMILIA TO ZNUM-FAMILIA.
           DISPLAY FUNCTION CONCATENATE("FAMILIA NUMERO.....: ",
           ZNUM-FAMILIA) AT 0301.
           PERFORM PEDIR-SEGUNDA-ENTRADA
               THRU PEDIR-SEGUNDA-ENTRADA-EXIT.
           PERFORM COMPARAR-ENTRADAS THRU COMPARAR-ENTRADAS-EXIT.
           MOVE OPERADOR             TO DPE-OPERADOR-2.
           ACCEPT DPE-DATA-2 FROM DATE YYYYMMDD.
           MOVE CAMPOS-COMPARADOS    TO DPE-CAMPOS-COMPARADOS.
           MOVE DIVERGENCIAS-FAMILIA TO DPE-NUM-DIVERGENCIAS.
           IF DIVERGENCIAS-FAMILIA = 0 THEN
               MOVE "V" TO DPE-ESTADO
               REWRITE DUPLA-ENTRADA-REC
               PERFORM RESOLVER-RETENCAO THRU RESOLVER-RETENCAO-EXIT
               ADD 1 TO NUM-CONFERIDAS
               DISPLAY "CONFERE COM A PRIMEIRA ENTRADA."
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1201
           ELSE
               MOVE "D" TO DPE-ESTADO
               REWRITE DUPLA-ENTRADA-REC
               PERFORM MARCAR-DIVERGENCIA THRU MARCAR-DIVERGENCIA-EXIT
               ADD 1 TO NUM-DIVERGENTES
               MOVE DIVERGENCIAS-FAMILIA TO ZDIVERGENCIAS
               DISPLAY FUNCTION CONCATENATE(ZDIVERGENCIAS,
               " CAMPO(S) DIVERGENTE(S): FICA PARA DECISAO DO "
               "SUPERVISOR.") FOREGROUND-COLOR 4 HIGHLIGHT AT 1201
           END-IF.
           ADD 1 TO NUM-GRAVACOES.
           MOVE SPACE TO OPCAO.
           DISPLAY "ENTER PARA A SEGUINTE, (T) PARA TERMINAR:"
           AT 1401.
           ACCEPT OPCAO AT 1443 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO.
           IF OPCAO-TERMINAR THEN
               MOVE "S" TO SW-TERMINAR
           END-IF.
       CONFERIR-FAMILIA-EXIT.
           EXIT.
      *---- PEDE OS CAMPOS DA FAMILIA E AS IDADES DOS FILHOS, COM AS
      *---- VALIDACOES DO QUESTIONARIO, PARA A SEGUNDA ENTRADA
       PEDIR-SEGUNDA-ENTRADA.
           MOVE ZEROS TO DPE-SEGUNDA-ENTRADA.
           MOVE 0 TO RESIDENCIA.
           DISPLAY "RESIDENCIA (1)CONTINENTE (2)ACORES (3)MADEIRA:"
           AT 0501.
           PERFORM UNTIL CONTINENTE OR ACORES OR MADEIRA
               ACCEPT RESIDENCIA AT 0547 FOREGROUND-COLOR 3 HIGHLIGHT
               IF (NOT CONTINENTE AND NOT ACORES AND NOT MADEIRA)
                   THEN
                   DISPLAY "RESIDENCIA NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0549
               ELSE
                   DISPLAY " " ERASE EOL AT 0549
               END-IF
           END-PERFORM.
           MOVE 0 TO IDADE-PAI.
           DISPLAY "IDADE DO PAI.................................:"
           AT 0601.
           PERFORM UNTIL IDADE-PAI-VALIDA
               ACCEPT IDADE-PAI AT 0647 FOREGROUND-COLOR 3 HIGHLIGHT
               IF NOT IDADE-PAI-VALIDA THEN
                   DISPLAY "IDADE DO PAI NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0649
               ELSE
                   DISPLAY " " ERASE EOL AT 0649
               END-IF
           END-PERFORM.
           MOVE 0 TO IDADE-MAE.
           DISPLAY "IDADE DA MAE.................................:"
           AT 0701.
           PERFORM UNTIL IDADE-MAE-VALIDA
               ACCEPT IDADE-MAE AT 0747 FOREGROUND-COLOR 3 HIGHLIGHT
               IF NOT IDADE-MAE-VALIDA THEN
                   DISPLAY "IDADE DA MAE NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0749
               ELSE
                   DISPLAY " " ERASE EOL AT 0749
               END-IF
           END-PERFORM.
           MOVE 99 TO NUM-FILHOS.
           DISPLAY "NUMERO DE FILHOS.............................:"
           AT 0801.
           PERFORM UNTIL NUM-FILHOS-VALIDO
               ACCEPT NUM-FILHOS AT 0847 FOREGROUND-COLOR 3 HIGHLIGHT
               IF NOT NUM-FILHOS-VALIDO THEN
                   DISPLAY "NUMERO DE FILHOS NAO E VALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0849
               ELSE
                   DISPLAY " " ERASE EOL AT 0849
               END-IF
           END-PERFORM.
           MOVE 0 TO RENDIMENTO-FAMILIAR.
           DISPLAY "RENDIMENTO FAMILIAR..........................:"
           AT 0901.
           PERFORM UNTIL RENDIMENTO-FAMILIAR-VALIDO
               ACCEPT RENDIMENTO-FAMILIAR AT 0947 FOREGROUND-COLOR 3
               HIGHLIGHT
               IF NOT RENDIMENTO-FAMILIAR-VALIDO THEN
                   DISPLAY "RENDIMENTO FAMILIAR NAO E VALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0949
               ELSE
                   DISPLAY " " ERASE EOL AT 0949
               END-IF
           END-PERFORM.
           MOVE RESIDENCIA          TO DPE-2-RESIDENCIA.
           MOVE IDADE-PAI           TO DPE-2-IDADE-PAI.
           MOVE IDADE-MAE           TO DPE-2-IDADE-MAE.
           MOVE NUM-FILHOS          TO DPE-2-NUM-FILHOS.
           MOVE RENDIMENTO-FAMILIAR TO DPE-2-RENDIMENTO.
           PERFORM PEDIR-IDADE-FILHO THRU PEDIR-IDADE-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > NUM-FILHOS.
           DISPLAY " " ERASE EOL AT 1001.
       PEDIR-SEGUNDA-ENTRADA-EXIT.
           EXIT.
      *---- PEDE A IDADE DE UM FILHO, REPETINDO O PEDIDO ENQUANTO NAO
      *---- VIER UMA IDADE NUMERICA, COMO NO QUESTIONARIO
       PEDIR-IDADE-FILHO.
           MOVE IDX-FILHO TO ZIDX-FILHO.
           DISPLAY FUNCTION CONCATENATE("IDADE DO FILHO ",
           FUNCTION CONCATENATE(ZIDX-FILHO,
           "..........................:")) AT 1001.
           DISPLAY " " ERASE EOL AT 1047.
           MOVE SPACES TO TXT-IDADE-ENTRADA.
           PERFORM UNTIL TXT-IDADE-ENTRADA IS NUMERIC
               ACCEPT TXT-IDADE-ENTRADA AT 1047 FOREGROUND-COLOR 3
               HIGHLIGHT
               IF TXT-IDADE-ENTRADA NOT NUMERIC THEN
                   DISPLAY "IDADE DO FILHO NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1051
               ELSE
                   DISPLAY " " ERASE EOL AT 1051
               END-IF
           END-PERFORM.
           MOVE TXT-IDADE-ENTRADA TO DPE-2-IDADE-FILHO(IDX-FILHO).
       PEDIR-IDADE-FILHO-EXIT.
           EXIT.
      *---- COMPARA CAMPO A CAMPO A SEGUNDA ENTRADA COM A PRIMEIRA,
      *---- TAL COMO FOI GRAVADA PELO T10 (UMA ALTERACAO POSTERIOR DO
      *---- MESTRE NAO CONTA COMO DIVERGENCIA); AS IDADES SO SAO
      *---- COMPARADAS ATE AO MENOR DOS DOIS NUMEROS DE FILHOS. AS
      *---- DIVERGENCIAS POR DECIDIR DE UMA CONFERENCIA ANTERIOR DA
      *---- FAMILIA SAO APAGADAS ANTES
       COMPARAR-ENTRADAS.
           PERFORM APAGAR-DIVERGENCIAS-ABERTAS
               THRU APAGAR-DIVERGENCIAS-ABERTAS-EXIT.
           MOVE 0 TO CAMPOS-COMPARADOS.
           MOVE 0 TO DIVERGENCIAS-FAMILIA.
           MOVE 0 TO SEQUENCIA-COMPARADA.
           MOVE "R" TO CAMPO-COMPARADO.
           MOVE DPE-1-RESIDENCIA TO VALOR-PRIMEIRA.
           MOVE DPE-2-RESIDENCIA TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
           MOVE "P" TO CAMPO-COMPARADO.
           MOVE DPE-1-IDADE-PAI TO VALOR-PRIMEIRA.
           MOVE DPE-2-IDADE-PAI TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
           MOVE "M" TO CAMPO-COMPARADO.
           MOVE DPE-1-IDADE-MAE TO VALOR-PRIMEIRA.
           MOVE DPE-2-IDADE-MAE TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
           MOVE "F" TO CAMPO-COMPARADO.
           MOVE DPE-1-NUM-FILHOS TO VALOR-PRIMEIRA.
           MOVE DPE-2-NUM-FILHOS TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
           MOVE "V" TO CAMPO-COMPARADO.
           MOVE DPE-1-RENDIMENTO TO VALOR-PRIMEIRA.
           MOVE DPE-2-RENDIMENTO TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
           IF DPE-1-NUM-FILHOS < DPE-2-NUM-FILHOS THEN
               MOVE DPE-1-NUM-FILHOS TO MENOR-NUM-FILHOS
           ELSE
               MOVE DPE-2-NUM-FILHOS TO MENOR-NUM-FILHOS
           END-IF.
           MOVE "I" TO CAMPO-COMPARADO.
           PERFORM COMPARAR-IDADE-FILHO
               THRU COMPARAR-IDADE-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > MENOR-NUM-FILHOS.
       COMPARAR-ENTRADAS-EXIT.
           EXIT.
       COMPARAR-IDADE-FILHO.
           MOVE IDX-FILHO TO SEQUENCIA-COMPARADA.
           IF IDX-FILHO > DPE-1-IDADES-RECEBIDAS THEN
               MOVE 99999 TO VALOR-PRIMEIRA
           ELSE
               MOVE DPE-1-IDADE-FILHO(IDX-FILHO) TO VALOR-PRIMEIRA
           END-IF.
           MOVE DPE-2-IDADE-FILHO(IDX-FILHO) TO VALOR-SEGUNDA.
           PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT.
       COMPARAR-IDADE-FILHO-EXIT.
           EXIT.
      *---- CONTA O CAMPO COMPARADO E, SE OS VALORES DIFEREM, GRAVA A
      *---- DIVERGENCIA COM OS DOIS VALORES E OS DOIS OPERADORES
       COMPARAR-CAMPO.
           ADD 1 TO CAMPOS-COMPARADOS.
           IF VALOR-PRIMEIRA = VALOR-SEGUNDA THEN
               GO TO COMPARAR-CAMPO-EXIT
           END-IF.
           ADD 1 TO DIVERGENCIAS-FAMILIA.
           MOVE SPACES               TO DIVERGENCIA-REC.
           MOVE DPE-NUM-FAMILIA      TO DIV-NUM-FAMILIA.
           MOVE CAMPO-COMPARADO      TO DIV-CAMPO.
           MOVE SEQUENCIA-COMPARADA  TO DIV-SEQUENCIA.
           MOVE VALOR-PRIMEIRA       TO DIV-VALOR-1.
           MOVE VALOR-SEGUNDA        TO DIV-VALOR-2.
           MOVE DPE-OPERADOR-1       TO DIV-OPERADOR-1.
           MOVE OPERADOR             TO DIV-OPERADOR-2.
           ACCEPT DIV-DATA FROM DATE YYYYMMDD.
           MOVE 0                    TO DIV-DATA-DECISAO.
           WRITE DIVERGENCIA-REC
               INVALID KEY
                   PERFORM SUBSTITUIR-DIVERGENCIA
                       THRU SUBSTITUIR-DIVERGENCIA-EXIT
           END-WRITE.
       COMPARAR-CAMPO-EXIT.
           EXIT.
      *---- JA HA UMA DIVERGENCIA COM A MESMA CHAVE (A FAMILIA FOI
      *---- CONFERIDA DE NOVO): SE AINDA ESTA POR DECIDIR E SUBSTITUIDA
      *---- PELA NOVA; SE JA FOI DECIDIDA, PASSA PRIMEIRO PARA UMA
      *---- SEQUENCIA DE HISTORICO, COM A DECISAO E OS OPERADORES, E SO
      *---- DEPOIS A NOVA OCUPA A CHAVE (A SEQUENCIA DE UMA IDADE E O
      *---- NUMERO DO FILHO, QUE A DECISAO USA)
       SUBSTITUIR-DIVERGENCIA.
           MOVE DIVERGENCIA-REC TO NOVA-DIVERGENCIA.
           READ DIVERGENCIAS-FILE KEY IS DIV-CHAVE
               INVALID KEY
                   GO TO SUBSTITUIR-DIVERGENCIA-EXIT
           END-READ.
           IF DIV-DATA-DECISAO NOT = 0 THEN
               MOVE DIVERGENCIA-REC TO DIVERGENCIA-DECIDIDA
               PERFORM GUARDAR-DIVERGENCIA-DECIDIDA
                   THRU GUARDAR-DIVERGENCIA-DECIDIDA-EXIT
           END-IF.
           MOVE NOVA-DIVERGENCIA TO DIVERGENCIA-REC.
           REWRITE DIVERGENCIA-REC.
       SUBSTITUIR-DIVERGENCIA-EXIT.
           EXIT.
      *---- GRAVA A DIVERGENCIA DECIDIDA NA PRIMEIRA SEQUENCIA DE
      *---- HISTORICO LIVRE DO MESMO CAMPO; COM TODAS OCUPADAS, A
      *---- ULTIMA (99) E REAPROVEITADA
       GUARDAR-DIVERGENCIA-DECIDIDA.
           MOVE "N" TO SW-SEQUENCIA-LIVRE.
           PERFORM PROCURAR-SEQUENCIA-LIVRE
               THRU PROCURAR-SEQUENCIA-LIVRE-EXIT
               VARYING SEQUENCIA-HISTORICO FROM 21 BY 1
               UNTIL SEQUENCIA-LIVRE OR SEQUENCIA-HISTORICO > 99.
           IF NOT SEQUENCIA-LIVRE THEN
               MOVE 100 TO SEQUENCIA-HISTORICO
           END-IF.
           MOVE DIVERGENCIA-DECIDIDA TO DIVERGENCIA-REC.
           SUBTRACT 1 FROM SEQUENCIA-HISTORICO GIVING DIV-SEQUENCIA.
           WRITE DIVERGENCIA-REC
               INVALID KEY
                   REWRITE DIVERGENCIA-REC
           END-WRITE.
       GUARDAR-DIVERGENCIA-DECIDIDA-EXIT.
           EXIT.
       PROCURAR-SEQUENCIA-LIVRE.
           MOVE SEQUENCIA-HISTORICO TO DIV-SEQUENCIA.
           READ DIVERGENCIAS-FILE KEY IS DIV-CHAVE
               INVALID KEY
                   MOVE "S" TO SW-SEQUENCIA-LIVRE
           END-READ.
       PROCURAR-SEQUENCIA-LIVRE-EXIT.
           EXIT.
      *---- APAGA AS DIVERGENCIAS AINDA POR DECIDIR DA FAMILIA; AS
      *---- JA DECIDIDAS FICAM PARA O RELATORIO DE TAXAS (FAMDIV)
       APAGAR-DIVERGENCIAS-ABERTAS.
           MOVE DPE-NUM-FAMILIA TO DIV-NUM-FAMILIA.
           MOVE LOW-VALUES TO DIV-CAMPO.
           MOVE 0 TO DIV-SEQUENCIA.
           MOVE "N" TO EOF-DIVERGENCIAS.
           START DIVERGENCIAS-FILE KEY >= DIV-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-DIVERGENCIAS
           END-START.
           PERFORM APAGAR-UMA-DIVERGENCIA
               THRU APAGAR-UMA-DIVERGENCIA-EXIT
               UNTIL FIM-DIVERGENCIAS.
       APAGAR-DIVERGENCIAS-ABERTAS-EXIT.
           EXIT.
       APAGAR-UMA-DIVERGENCIA.
           READ DIVERGENCIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DIVERGENCIAS
                   GO TO APAGAR-UMA-DIVERGENCIA-EXIT
           END-READ.
           IF DIV-NUM-FAMILIA NOT = DPE-NUM-FAMILIA THEN
               MOVE "Y" TO EOF-DIVERGENCIAS
               GO TO APAGAR-UMA-DIVERGENCIA-EXIT
           END-IF.
           IF DIV-POR-DECIDIR THEN
               DELETE DIVERGENCIAS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
       APAGAR-UMA-DIVERGENCIA-EXIT.
           EXIT.
      *---- RESOLVE A ENTRADA "DE" DA FAMILIA NO FICHEIRO DE REVISAO,
      *---- LIBERTANDO-A PARA A EXPORTACAO (SE NAO HOUVER OUTRAS
      *---- RETENCOES)
       RESOLVER-RETENCAO.
           MOVE DPE-NUM-FAMILIA TO REV-NUM-FAMILIA.
           MOVE "DE" TO REV-REGRA.
           READ REVISAO-FILE KEY IS REV-CHAVE
               INVALID KEY
                   GO TO RESOLVER-RETENCAO-EXIT
           END-READ.
           IF REV-RESOLVIDA THEN
               GO TO RESOLVER-RETENCAO-EXIT
           END-IF.
           MOVE "R" TO REV-ESTADO.
           ACCEPT REV-DATA-DECISAO FROM DATE YYYYMMDD.
           MOVE OPERADOR TO REV-SUPERVISOR.
           REWRITE REVISAO-REC.
       RESOLVER-RETENCAO-EXIT.
           EXIT.
      *---- A ENTRADA "DE" DE UMA FAMILIA DIVERGENTE CONTINUA
      *---- PENDENTE, COM A INDICACAO DAS DIVERGENCIAS
       MARCAR-DIVERGENCIA.
           MOVE DPE-NUM-FAMILIA TO REV-NUM-FAMILIA.
           MOVE "DE" TO REV-REGRA.
           READ REVISAO-FILE KEY IS REV-CHAVE
               INVALID KEY
                   GO TO MARCAR-DIVERGENCIA-EXIT
           END-READ.
           MOVE "P" TO REV-ESTADO.
           MOVE "DUPLA ENTRADA COM DIVERGENCIAS" TO REV-DESCRICAO.
           MOVE DIVERGENCIAS-FAMILIA TO ZDIVERGENCIAS.
           MOVE SPACES TO REV-DETALHE.
           STRING ZDIVERGENCIAS " CAMPOS, 2A ENTRADA " OPERADOR
               DELIMITED BY SIZE INTO REV-DETALHE.
           REWRITE REVISAO-REC.
       MARCAR-DIVERGENCIA-EXIT.
           EXIT.
      *---- DECISAO DAS DIVERGENCIAS: PERCORRE AS FAMILIAS
      *---- DIVERGENTES E, PARA CADA UMA, O SUPERVISOR ESCOLHE O
      *---- VALOR CERTO DE CADA CAMPO
       DECIDIR-DIVERGENCIAS.
           MOVE "N" TO SW-TERMINAR.
           MOVE "N" TO EOF-DUPLA-ENTRADA.
           MOVE ZEROS TO DPE-NUM-FAMILIA.
           START DUPLA-ENTRADA-FILE KEY >= DPE-NUM-FAMILIA
               INVALID KEY
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
           END-START.
           PERFORM LER-FAMILIA-DIVERGENTE
               THRU LER-FAMILIA-DIVERGENTE-EXIT
               UNTIL FIM-DUPLA-ENTRADA OR TERMINAR-PASSAGEM.
           DISPLAY CLS.
           DISPLAY "DUPLA ENTRADA - DECISAO DAS DIVERGENCIAS"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           DISPLAY "FIM DAS FAMILIAS DIVERGENTES." AT 0301.
           DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 0501.
           ACCEPT RESPOSTA-CONFIRMA AT 0529.
       DECIDIR-DIVERGENCIAS-EXIT.
           EXIT.
       LER-FAMILIA-DIVERGENTE.
           READ DUPLA-ENTRADA-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DUPLA-ENTRADA
                   GO TO LER-FAMILIA-DIVERGENTE-EXIT
           END-READ.
           IF NOT DPE-DIVERGENTE THEN
               GO TO LER-FAMILIA-DIVERGENTE-EXIT
           END-IF.
           ADD 1 TO NUM-CONSULTAS.
           MOVE DPE-NUM-FAMILIA TO FAM-NUMERO.
           MOVE "S" TO SW-FAMILIA-EXISTE.
           READ FAMILIAS-FILE KEY IS FAM-NUMERO
               INVALID KEY
                   MOVE "N" TO SW-FAMILIA-EXISTE
           END-READ.
           PERFORM CARREGAR-DECISOES THRU CARREGAR-DECISOES-EXIT.
           IF NOT FAMILIA-EXISTE OR NUM-DECISOES = 0 THEN
               PERFORM FECHAR-CONFERENCIA
                   THRU FECHAR-CONFERENCIA-EXIT
               GO TO LER-FAMILIA-DIVERGENTE-EXIT
           END-IF.
           PERFORM MOSTRAR-DIVERGENTE THRU MOSTRAR-DIVERGENTE-EXIT.
           MOVE "?" TO OPCAO.
           DISPLAY "(D)ECIDIR (S)EGUINTE (T)ERMINAR:" AT 0801.
           PERFORM UNTIL OPCAO-DECIDIR OR OPCAO-SEGUINTE
                   OR OPCAO-TERMINAR
               ACCEPT OPCAO AT 0834 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
               IF NOT (OPCAO-DECIDIR OR OPCAO-SEGUINTE
                   OR OPCAO-TERMINAR) THEN
                   DISPLAY "OPCAO NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0901
               ELSE
                   DISPLAY " " ERASE EOL AT 0901
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OPCAO-DECIDIR
                   PERFORM DECIDIR-FAMILIA THRU DECIDIR-FAMILIA-EXIT
               WHEN OPCAO-TERMINAR
                   MOVE "S" TO SW-TERMINAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LER-FAMILIA-DIVERGENTE-EXIT.
           EXIT.
      *---- CARREGA AS DIVERGENCIAS POR DECIDIR DA FAMILIA
       CARREGAR-DECISOES.
           MOVE 0 TO NUM-DECISOES.
           MOVE DPE-NUM-FAMILIA TO DIV-NUM-FAMILIA.
           MOVE LOW-VALUES TO DIV-CAMPO.
           MOVE 0 TO DIV-SEQUENCIA.
           MOVE "N" TO EOF-DIVERGENCIAS.
           START DIVERGENCIAS-FILE KEY >= DIV-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-DIVERGENCIAS
           END-START.
           PERFORM CARREGAR-UMA-DECISAO
               THRU CARREGAR-UMA-DECISAO-EXIT
               UNTIL FIM-DIVERGENCIAS.
       CARREGAR-DECISOES-EXIT.
           EXIT.
       CARREGAR-UMA-DECISAO.
           READ DIVERGENCIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-DIVERGENCIAS
                   GO TO CARREGAR-UMA-DECISAO-EXIT
           END-READ.
           IF DIV-NUM-FAMILIA NOT = DPE-NUM-FAMILIA THEN
               MOVE "Y" TO EOF-DIVERGENCIAS
               GO TO CARREGAR-UMA-DECISAO-EXIT
           END-IF.
           IF NOT DIV-POR-DECIDIR OR NUM-DECISOES = 25 THEN
               GO TO CARREGAR-UMA-DECISAO-EXIT
           END-IF.
           ADD 1 TO NUM-DECISOES.
           MOVE DIV-CAMPO     TO DEC-CAMPO(NUM-DECISOES).
           MOVE DIV-SEQUENCIA TO DEC-SEQUENCIA(NUM-DECISOES).
           MOVE DIV-VALOR-1   TO DEC-VALOR-1(NUM-DECISOES).
           MOVE DIV-VALOR-2   TO DEC-VALOR-2(NUM-DECISOES).
           MOVE SPACE         TO DEC-ESCOLHA(NUM-DECISOES).
       CARREGAR-UMA-DECISAO-EXIT.
           EXIT.
      *---- MOSTRA A FAMILIA DIVERGENTE E QUEM FEZ CADA ENTRADA
       MOSTRAR-DIVERGENTE.
           DISPLAY CLS.
           DISPLAY "DUPLA ENTRADA - DECISAO DAS DIVERGENCIAS"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           MOVE DPE-NUM-FAMILIA TO ZNUM-FAMILIA.
           DISPLAY FUNCTION CONCATENATE("FAMILIA NUMERO.....: ",
           ZNUM-FAMILIA) AT 0301.
           MOVE DPE-DATA-1 TO DATA-SISTEMA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           DISPLAY FUNCTION CONCATENATE("1A ENTRADA.........: ",
           FUNCTION CONCATENATE(DPE-OPERADOR-1,
           FUNCTION CONCATENATE(" EM ", DATA-EDITADA))) AT 0401.
           MOVE DPE-DATA-2 TO DATA-SISTEMA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           DISPLAY FUNCTION CONCATENATE("2A ENTRADA.........: ",
           FUNCTION CONCATENATE(DPE-OPERADOR-2,
           FUNCTION CONCATENATE(" EM ", DATA-EDITADA))) AT 0501.
           MOVE NUM-DECISOES TO ZDIVERGENCIAS.
           DISPLAY FUNCTION CONCATENATE("DIVERGENCIAS.......: ",
           ZDIVERGENCIAS) AT 0601.
       MOSTRAR-DIVERGENTE-EXIT.
           EXIT.
      *---- O SUPERVISOR ESCOLHE O VALOR CERTO DE CADA DIVERGENCIA E
      *---- CONFIRMA; SO ENTAO O MESTRE E CORRIGIDO E A FAMILIA
      *---- LIBERTADA
       DECIDIR-FAMILIA.
           PERFORM ESCOLHER-VALOR THRU ESCOLHER-VALOR-EXIT
               VARYING IDX-DECISAO FROM 1 BY 1
               UNTIL IDX-DECISAO > NUM-DECISOES.
           MOVE SPACE TO RESPOSTA-CONFIRMA.
           DISPLAY "GRAVAR AS DECISOES (S/N):" AT 1501.
           PERFORM UNTIL RESPOSTA-CONFIRMA = "S" OR "N"
               ACCEPT RESPOSTA-CONFIRMA AT 1527 FOREGROUND-COLOR 3
               HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(RESPOSTA-CONFIRMA)
                   TO RESPOSTA-CONFIRMA
           END-PERFORM.
           IF RESPOSTA-CONFIRMA NOT = "S" THEN
               GO TO DECIDIR-FAMILIA-EXIT
           END-IF.
           PERFORM APLICAR-DECISOES THRU APLICAR-DECISOES-EXIT.
           IF ERRO-GRAVACAO THEN
               DISPLAY "DECISOES NAO GRAVADAS: A FAMILIA CONTINUA "
               "DIVERGENTE. PRIMA ENTER:" FOREGROUND-COLOR 4 HIGHLIGHT
               AT 1701
               ACCEPT RESPOSTA-CONFIRMA AT 1768
               GO TO DECIDIR-FAMILIA-EXIT
           END-IF.
           PERFORM FECHAR-CONFERENCIA THRU FECHAR-CONFERENCIA-EXIT.
           ADD 1 TO NUM-DECIDIDAS.
           ADD 1 TO NUM-GRAVACOES.
           DISPLAY "DECISOES GRAVADAS. PRIMA ENTER PARA CONTINUAR:"
           AT 1701.
           ACCEPT RESPOSTA-CONFIRMA AT 1748.
       DECIDIR-FAMILIA-EXIT.
           EXIT.
      *---- MOSTRA UMA DIVERGENCIA E PEDE O VALOR CERTO (1 OU 2)
       ESCOLHER-VALOR.
           EVALUATE DEC-CAMPO(IDX-DECISAO)
               WHEN "R"
                   MOVE "RESIDENCIA"          TO TXT-CAMPO
               WHEN "P"
                   MOVE "IDADE DO PAI"        TO TXT-CAMPO
               WHEN "M"
                   MOVE "IDADE DA MAE"        TO TXT-CAMPO
               WHEN "F"
                   MOVE "NUMERO DE FILHOS"    TO TXT-CAMPO
               WHEN "V"
                   MOVE "RENDIMENTO FAMILIAR" TO TXT-CAMPO
               WHEN OTHER
                   MOVE DEC-SEQUENCIA(IDX-DECISAO) TO ZIDX-FILHO
                   MOVE SPACES TO TXT-CAMPO
                   STRING "IDADE DO FILHO " ZIDX-FILHO
                       DELIMITED BY SIZE INTO TXT-CAMPO
           END-EVALUATE.
           DISPLAY FUNCTION CONCATENATE("CAMPO..............: ",
           TXT-CAMPO) AT 1001.
           IF DEC-VALOR-1(IDX-DECISAO) = 99999 THEN
               MOVE "EM FALTA" TO TXT-VALOR
           ELSE
               MOVE DEC-VALOR-1(IDX-DECISAO) TO ZVALOR
               MOVE ZVALOR TO TXT-VALOR
           END-IF.
           DISPLAY FUNCTION CONCATENATE("(1) 1A ENTRADA.....: ",
           TXT-VALOR) AT 1101.
           MOVE DEC-VALOR-2(IDX-DECISAO) TO ZVALOR.
           MOVE ZVALOR TO TXT-VALOR.
           DISPLAY FUNCTION CONCATENATE("(2) 2A ENTRADA.....: ",
           TXT-VALOR) AT 1201.
           DISPLAY "VALOR CERTO (1/2)..:" AT 1301.
           MOVE SPACE TO ESCOLHA.
           PERFORM UNTIL ESCOLHA-VALIDA
               ACCEPT ESCOLHA AT 1322 FOREGROUND-COLOR 3 HIGHLIGHT
               IF NOT ESCOLHA-VALIDA THEN
                   DISPLAY "ESCOLHA 1 OU 2."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1324
               ELSE
                   DISPLAY " " ERASE EOL AT 1324
               END-IF
           END-PERFORM.
           MOVE ESCOLHA TO DEC-ESCOLHA(IDX-DECISAO).
       ESCOLHER-VALOR-EXIT.
           EXIT.
      *---- APLICA AS ESCOLHAS AO MESTRE: O VALOR ESCOLHIDO (DA
      *---- PRIMEIRA OU DA SEGUNDA ENTRADA) SUBSTITUI O DO MESTRE
      *---- QUANDO DIFERE DELE; AS IDADES A MAIS VEM DA ENTRADA CUJO
      *---- NUMERO DE FILHOS FOI ESCOLHIDO E O DETALHE A MAIS DO
      *---- MESTRE E APAGADO. O DETALHE DOS FILHOS E GRAVADO ANTES DO
      *---- REGISTO DA FAMILIA; SE ALGUMA GRAVACAO FALHA, NADA MAIS E
      *---- FEITO (NEM REGISTO DA FAMILIA, NEM MOVIMENTO, NEM
      *---- AUDITORIA, NEM ESCOLHAS) E A FAMILIA FICA DIVERGENTE PARA
      *---- SER DECIDIDA DE NOVO. HA AUDITORIA SE ALGO MUDOU,
      *---- MOVIMENTO PARA O NACIONAL SE MUDOU O REGISTO DA FAMILIA,
      *---- E AS REGRAS DE PLAUSIBILIDADE SAO DE NOVO APLICADAS
       APLICAR-DECISOES.
           MOVE FAM-RESIDENCIA          TO ANT-RESIDENCIA.
           MOVE FAM-IDADE-PAI           TO ANT-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO ANT-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO ANT-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO ANT-RENDIMENTO.
           MOVE "N" TO SW-FAMILIA-ALTERADA.
           MOVE "N" TO SW-FILHOS-ALTERADOS.
           MOVE "N" TO SW-FILHOS-DA-SEGUNDA.
           MOVE "N" TO SW-ERRO-GRAVACAO.
           PERFORM APLICAR-UMA-DECISAO THRU APLICAR-UMA-DECISAO-EXIT
               VARYING IDX-DECISAO FROM 1 BY 1
               UNTIL IDX-DECISAO > NUM-DECISOES OR ERRO-GRAVACAO.
           IF FAM-NUM-FILHOS > ANT-NUM-FILHOS AND NOT ERRO-GRAVACAO
               THEN
               PERFORM ACRESCENTAR-FILHO
                   THRU ACRESCENTAR-FILHO-EXIT
                   VARYING IDX-FILHO FROM ANT-NUM-FILHOS BY 1
                   UNTIL IDX-FILHO = FAM-NUM-FILHOS OR ERRO-GRAVACAO
           END-IF.
           IF FAM-NUM-FILHOS < ANT-NUM-FILHOS AND NOT ERRO-GRAVACAO
               THEN
               PERFORM APAGAR-FILHO-A-MAIS
                   THRU APAGAR-FILHO-A-MAIS-EXIT
                   VARYING IDX-FILHO FROM FAM-NUM-FILHOS BY 1
                   UNTIL IDX-FILHO = 20 OR ERRO-GRAVACAO
           END-IF.
           IF ERRO-GRAVACAO THEN
               GO TO APLICAR-DECISOES-EXIT
           END-IF.
           IF FAMILIA-ALTERADA THEN
               REWRITE FAMILIA-REC
                   INVALID KEY
                       MOVE "S" TO SW-ERRO-GRAVACAO
                       DISPLAY "ERRO AO REGRAVAR A FAMILIA."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1601
               END-REWRITE
           END-IF.
           IF ERRO-GRAVACAO THEN
               GO TO APLICAR-DECISOES-EXIT
           END-IF.
           IF FAMILIA-ALTERADA THEN
               MOVE "A" TO TIPO-MOVIMENTO
               PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT
           END-IF.
           IF FAMILIA-ALTERADA OR FILHOS-ALTERADOS THEN
               PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT
               PERFORM VERIFICAR-PLAUSIBILIDADE
                   THRU VERIFICAR-PLAUSIBILIDADE-EXIT
               IF FAMILIA-RETIDA THEN
                   DISPLAY "A FAMILIA FICA RETIDA PARA REVISAO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1401
               END-IF
           END-IF.
           PERFORM GRAVAR-ESCOLHA THRU GRAVAR-ESCOLHA-EXIT
               VARYING IDX-DECISAO FROM 1 BY 1
               UNTIL IDX-DECISAO > NUM-DECISOES.
       APLICAR-DECISOES-EXIT.
           EXIT.
      *---- UMA IDADE DE FILHO "EM FALTA" ESCOLHIDA DA PRIMEIRA
      *---- ENTRADA DEIXA O DETALHE DO MESTRE COMO ESTA
       APLICAR-UMA-DECISAO.
           IF DEC-VALE-SEGUNDA(IDX-DECISAO) THEN
               MOVE DEC-VALOR-2(IDX-DECISAO) TO VALOR-ESCOLHIDO
           ELSE
               MOVE DEC-VALOR-1(IDX-DECISAO) TO VALOR-ESCOLHIDO
           END-IF.
           EVALUATE DEC-CAMPO(IDX-DECISAO)
               WHEN "R"
                   IF VALOR-ESCOLHIDO NOT = FAM-RESIDENCIA THEN
                       MOVE VALOR-ESCOLHIDO TO FAM-RESIDENCIA
                       MOVE "S" TO SW-FAMILIA-ALTERADA
                   END-IF
               WHEN "P"
                   IF VALOR-ESCOLHIDO NOT = FAM-IDADE-PAI THEN
                       MOVE VALOR-ESCOLHIDO TO FAM-IDADE-PAI
                       MOVE "S" TO SW-FAMILIA-ALTERADA
                   END-IF
               WHEN "M"
                   IF VALOR-ESCOLHIDO NOT = FAM-IDADE-MAE THEN
                       MOVE VALOR-ESCOLHIDO TO FAM-IDADE-MAE
                       MOVE "S" TO SW-FAMILIA-ALTERADA
                   END-IF
               WHEN "F"
                   IF DEC-VALE-SEGUNDA(IDX-DECISAO) THEN
                       MOVE "S" TO SW-FILHOS-DA-SEGUNDA
                   END-IF
                   IF VALOR-ESCOLHIDO NOT = FAM-NUM-FILHOS THEN
                       MOVE VALOR-ESCOLHIDO TO FAM-NUM-FILHOS
                       MOVE "S" TO SW-FAMILIA-ALTERADA
                   END-IF
               WHEN "V"
                   IF VALOR-ESCOLHIDO NOT = FAM-RENDIMENTO-FAMILIAR
                       THEN
                       MOVE VALOR-ESCOLHIDO TO FAM-RENDIMENTO-FAMILIAR
                       MOVE "S" TO SW-FAMILIA-ALTERADA
                   END-IF
               WHEN OTHER
                   PERFORM APLICAR-IDADE-FILHO
                       THRU APLICAR-IDADE-FILHO-EXIT
           END-EVALUATE.
       APLICAR-UMA-DECISAO-EXIT.
           EXIT.
      *---- GRAVA NO DETALHE DO MESTRE A IDADE ESCOLHIDA, SE DIFERE
      *---- DA QUE LA ESTA (OU SE O FILHO NAO TEM DETALHE)
       APLICAR-IDADE-FILHO.
           IF VALOR-ESCOLHIDO = 99999 THEN
               GO TO APLICAR-IDADE-FILHO-EXIT
           END-IF.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE DEC-SEQUENCIA(IDX-DECISAO) TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   MOVE FAM-NUMERO TO FIL-NUM-FAMILIA
                   MOVE DEC-SEQUENCIA(IDX-DECISAO) TO FIL-SEQUENCIA
                   MOVE VALOR-ESCOLHIDO TO FIL-IDADE
                   WRITE FILHO-REC
                       INVALID KEY
                           PERFORM ASSINALAR-ERRO-FILHO
                               THRU ASSINALAR-ERRO-FILHO-EXIT
                           GO TO APLICAR-IDADE-FILHO-EXIT
                   END-WRITE
                   MOVE "S" TO SW-FILHOS-ALTERADOS
                   GO TO APLICAR-IDADE-FILHO-EXIT
           END-READ.
           IF FIL-IDADE NOT = VALOR-ESCOLHIDO THEN
               MOVE VALOR-ESCOLHIDO TO FIL-IDADE
               REWRITE FILHO-REC
                   INVALID KEY
                       PERFORM ASSINALAR-ERRO-FILHO
                           THRU ASSINALAR-ERRO-FILHO-EXIT
                       GO TO APLICAR-IDADE-FILHO-EXIT
               END-REWRITE
               MOVE "S" TO SW-FILHOS-ALTERADOS
           END-IF.
       APLICAR-IDADE-FILHO-EXIT.
           EXIT.
      *---- FILHO ALEM DO NUMERO ANTERIOR DO MESTRE, COM A IDADE DA
      *---- ENTRADA CUJO NUMERO DE FILHOS FOI ESCOLHIDO; SEM IDADE
      *---- RECEBIDA NA PRIMEIRA ENTRADA NAO HA DETALHE, COMO NO T10
      *---- (IDX-FILHO E A SEQUENCIA ANTERIOR)
       ACRESCENTAR-FILHO.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           COMPUTE FIL-SEQUENCIA = IDX-FILHO + 1.
           IF FILHOS-DA-SEGUNDA THEN
               MOVE DPE-2-IDADE-FILHO(FIL-SEQUENCIA) TO FIL-IDADE
           ELSE
               IF FIL-SEQUENCIA > DPE-1-IDADES-RECEBIDAS THEN
                   GO TO ACRESCENTAR-FILHO-EXIT
               END-IF
               MOVE DPE-1-IDADE-FILHO(FIL-SEQUENCIA) TO FIL-IDADE
           END-IF.
           WRITE FILHO-REC
               INVALID KEY
                   REWRITE FILHO-REC
           END-WRITE.
           IF FILHOS-STATUS NOT = "00" THEN
               PERFORM ASSINALAR-ERRO-FILHO
                   THRU ASSINALAR-ERRO-FILHO-EXIT
               GO TO ACRESCENTAR-FILHO-EXIT
           END-IF.
           MOVE "S" TO SW-FILHOS-ALTERADOS.
       ACRESCENTAR-FILHO-EXIT.
           EXIT.
      *---- DETALHE ALEM DO NUMERO DE FILHOS ESCOLHIDO (IDX-FILHO E A
      *---- SEQUENCIA ANTERIOR)
       APAGAR-FILHO-A-MAIS.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           COMPUTE FIL-SEQUENCIA = IDX-FILHO + 1.
           DELETE FILHOS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF FILHOS-STATUS NOT = "00" AND NOT = "23" THEN
               PERFORM ASSINALAR-ERRO-FILHO
                   THRU ASSINALAR-ERRO-FILHO-EXIT
               GO TO APAGAR-FILHO-A-MAIS-EXIT
           END-IF.
           MOVE "S" TO SW-FILHOS-ALTERADOS.
       APAGAR-FILHO-A-MAIS-EXIT.
           EXIT.
      *---- FALHOU UMA GRAVACAO NO DETALHE DOS FILHOS
       ASSINALAR-ERRO-FILHO.
           MOVE "S" TO SW-ERRO-GRAVACAO.
           DISPLAY FUNCTION CONCATENATE(
           "ERRO AO GRAVAR O DETALHE DOS FILHOS: ", FILHOS-STATUS)
           FOREGROUND-COLOR 4 HIGHLIGHT AT 1601.
       ASSINALAR-ERRO-FILHO-EXIT.
           EXIT.
      *---- VOLTA A APLICAR AS REGRAS DE PLAUSIBILIDADE A FAMILIA
      *---- ACABADA DE CORRIGIR, COM AS IDADES DO DETALHE DO MESTRE,
      *---- E ACTUALIZA O FICHEIRO DE REVISAO: AS REGRAS QUE DEIXARAM
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
      *---- UM REGISTO DE DETALHE ALEM DO NUMERO DE FILHOS DECLARADO
      *---- CONTA PARA A REGRA FD
       LER-IDADE-VERIFICACAO.
           MOVE "N" TO VER-SW-IDADE(IDX-VER-FILHO).
           MOVE 0   TO VER-IDADE-FILHO(IDX-VER-FILHO).
           MOVE FAM-NUMERO    TO FIL-NUM-FAMILIA.
           MOVE IDX-VER-FILHO TO FIL-SEQUENCIA.
           READ FILHOS-FILE KEY IS FIL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IDX-VER-FILHO > VER-NUM-FILHOS THEN
                       ADD 1 TO VER-FILHOS-ALEM-DECL
                   ELSE
                       MOVE "S" TO VER-SW-IDADE(IDX-VER-FILHO)
                       MOVE FIL-IDADE TO VER-IDADE-FILHO(IDX-VER-FILHO)
                   END-IF
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
      *---- GUARDA A ESCOLHA DO SUPERVISOR NA DIVERGENCIA
       GRAVAR-ESCOLHA.
           MOVE DPE-NUM-FAMILIA            TO DIV-NUM-FAMILIA.
           MOVE DEC-CAMPO(IDX-DECISAO)     TO DIV-CAMPO.
           MOVE DEC-SEQUENCIA(IDX-DECISAO) TO DIV-SEQUENCIA.
           READ DIVERGENCIAS-FILE KEY IS DIV-CHAVE
               INVALID KEY
                   GO TO GRAVAR-ESCOLHA-EXIT
           END-READ.
           MOVE DEC-ESCOLHA(IDX-DECISAO) TO DIV-DECISAO.
           MOVE OPERADOR TO DIV-SUPERVISOR.
           ACCEPT DIV-DATA-DECISAO FROM DATE YYYYMMDD.
           REWRITE DIVERGENCIA-REC.
       GRAVAR-ESCOLHA-EXIT.
           EXIT.
      *---- DA A CONFERENCIA DA FAMILIA POR RESOLVIDA E LIBERTA-A
       FECHAR-CONFERENCIA.
           MOVE "R" TO DPE-ESTADO.
           MOVE OPERADOR TO DPE-SUPERVISOR.
           ACCEPT DPE-DATA-DECISAO FROM DATE YYYYMMDD.
           REWRITE DUPLA-ENTRADA-REC.
           PERFORM RESOLVER-RETENCAO THRU RESOLVER-RETENCAO-EXIT.
       FECHAR-CONFERENCIA-EXIT.
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
      *---- REGISTA A CORRECAO NO FICHEIRO DE AUDITORIA, COM O
      *---- SUPERVISOR QUE A DECIDIU
       GRAVAR-AUDITORIA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE DATA-SISTEMA  TO AUD-DATA.
           MOVE HORA-HHMMSS   TO AUD-HORA.
           MOVE OPERADOR      TO AUD-OPERADOR.
           MOVE FAM-NUMERO    TO AUD-NUM-FAMILIA.
           MOVE ANT-RESIDENCIA          TO AUD-ANT-RESIDENCIA.
           MOVE ANT-IDADE-PAI           TO AUD-ANT-IDADE-PAI.
           MOVE ANT-IDADE-MAE           TO AUD-ANT-IDADE-MAE.
           MOVE ANT-NUM-FILHOS          TO AUD-ANT-NUM-FILHOS.
           MOVE ANT-RENDIMENTO          TO AUD-ANT-RENDIMENTO.
           MOVE FAM-RESIDENCIA          TO AUD-DEP-RESIDENCIA.
           MOVE FAM-IDADE-PAI           TO AUD-DEP-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO AUD-DEP-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO AUD-DEP-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO AUD-DEP-RENDIMENTO.
           WRITE AUDITORIA-REC.
       GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *---- RESUMO DA SESSAO
       MOSTRAR-TOTAIS.
           DISPLAY CLS.
           DISPLAY "CONFERENCIA POR DUPLA ENTRADA"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           MOVE NUM-CONFERIDAS TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("CONFERIDAS.........: ",
           ZCONTAGEM) AT 0301.
           MOVE NUM-DIVERGENTES TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("COM DIVERGENCIAS...: ",
           ZCONTAGEM) AT 0401.
           MOVE NUM-DISPENSADAS TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("FORA DA AMOSTRA....: ",
           ZCONTAGEM) AT 0501.
           MOVE NUM-DECIDIDAS TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("DECIDIDAS..........: ",
           ZCONTAGEM) AT 0601.
           DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0801.
           ACCEPT RESPOSTA-CONFIRMA AT 0828.
       MOSTRAR-TOTAIS-EXIT.
           EXIT.
       END PROGRAM FAMVER.
