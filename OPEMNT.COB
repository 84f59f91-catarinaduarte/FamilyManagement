      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do mestre de operadores (OPERFAM), com o
      *          codigo, o nome, o perfil (D=entrada de dados,
      *          S=supervisor, A=administrador) e o estado (A=activo,
      *          I=inactivo) de cada operador conhecido. So um
      *          administrador activo entra neste ecra; enquanto o
      *          mestre estiver vazio, o primeiro operador indicado
      *          fica registado como administrador. Os operadores
      *          nunca sao eliminados, apenas inactivados, para os
      *          codigos guardados na auditoria e no jornal
      *          continuarem identificaveis.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-MESTRE-VAZIO          PIC X(01)         VALUES "N".
           88 MESTRE-VAZIO                           VALUES "S".
       77 CODIGO-PROCURAR          PIC X(08)         VALUES SPACES.
      *----
       77 OPCAO                    PIC X(01)         VALUES SPACE.
           88 OPCAO-ALTERAR                          VALUES "A".
           88 OPCAO-VOLTAR                           VALUES "V", " ".
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
      *----
      * CAMPOS DE TRABALHO DO REGISTO OU ALTERACAO DE UM OPERADOR
       77 NOME-OPERADOR            PIC X(30)         VALUES SPACES.
       77 PERFIL-NOVO              PIC X(01)         VALUES SPACE.
           88 PERFIL-NOVO-VALIDO                     VALUES "D", "S",
                                                            "A".
       77 ESTADO-NOVO              PIC X(01)         VALUES SPACE.
           88 ESTADO-NOVO-VALIDO                     VALUES "A", "I".
       77 TXT-PERFIL               PIC X(17)         VALUES SPACES.
       77 TXT-ESTADO               PIC X(09)         VALUES SPACES.
      *----
      * IDENTIFICACAO DO ADMINISTRADOR DA SESSAO, CONFERIDA NO
      * PROPRIO MESTRE DE OPERADORES
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO E CONTAGENS
      * DA SESSAO (CONSULTAS FEITAS E OPERADORES GRAVADOS); UM
      * OPERADOR RECUSADO TERMINA A SESSAO COM RETURN-CODE 12
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
       77 NUM-CONSULTAS            PIC 9(07)         VALUES 0.
       77 NUM-GRAVACOES            PIC 9(07)         VALUES 0.
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
       01 DATA-ALTERACAO.
           05 ALT-ANO                  PIC 9(04).
           05 ALT-MES                  PIC 9(02).
           05 ALT-DIA                  PIC 9(02).
       01 DATA-ALTERACAO-EDITADA.
           05 ALT-ED-DIA               PIC 99.
           05 FILLER                      PIC X VALUE "/".
           05 ALT-ED-MES               PIC 99.
           05 FILLER                      PIC X VALUE "/".
           05 ALT-ED-ANO               PIC 9(04).
       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM ABRIR-OPERADORES THRU ABRIR-OPERADORES-EXIT.
           IF OPERADORES-STATUS NOT = "00" THEN
               DISPLAY CLS
               DISPLAY "ERRO AO ABRIR O MESTRE DE OPERADORES."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0101
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF MESTRE-VAZIO THEN
               PERFORM REGISTAR-PRIMEIRO THRU REGISTAR-PRIMEIRO-EXIT
           ELSE
               PERFORM VERIFICAR-OPERADOR
                   THRU VERIFICAR-OPERADOR-EXIT
           END-IF.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               CLOSE OPERADORES-FILE
               GO TO FIM
           END-IF.
           MOVE "X" TO CODIGO-PROCURAR.
           PERFORM CICLO-OPERADORES THRU CICLO-OPERADORES-EXIT
               UNTIL CODIGO-PROCURAR = SPACES.
           CLOSE OPERADORES-FILE.
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
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO
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
           MOVE "OPEMNT" TO JRN-PROGRAMA.
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
      *---- ABRE O MESTRE DE OPERADORES, CRIANDO-O NA PRIMEIRA
      *---- EXECUCAO, E ASSINALA SE AINDA NAO TEM NENHUM OPERADOR
       ABRIR-OPERADORES.
           OPEN I-O OPERADORES-FILE.
           IF OPERADORES-STATUS = "35" THEN
               OPEN OUTPUT OPERADORES-FILE
               CLOSE OPERADORES-FILE
               OPEN I-O OPERADORES-FILE
           END-IF.
           IF OPERADORES-STATUS NOT = "00" THEN
               GO TO ABRIR-OPERADORES-EXIT
           END-IF.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES-FILE KEY >= OPE-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-MESTRE-VAZIO
           END-START.
           MOVE "00" TO OPERADORES-STATUS.
       ABRIR-OPERADORES-EXIT.
           EXIT.
      *---- IDENTIFICA O ADMINISTRADOR DA SESSAO
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
       PEDIR-OPERADOR-EXIT.
           EXIT.
      *---- SO UM ADMINISTRADOR REGISTADO E ACTIVO MANTEM O MESTRE
       VERIFICAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           MOVE OPERADOR TO OPE-CODIGO.
           READ OPERADORES-FILE KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "OPERADOR DESCONHECIDO." TO MOTIVO-RECUSA
               NOT INVALID KEY
                   IF NOT OPE-ACTIVO THEN
                       MOVE "OPERADOR INACTIVO." TO MOTIVO-RECUSA
                   ELSE
                       IF NOT OPE-ADMINISTRADOR THEN
                           MOVE "OPERADOR SEM PERFIL DE ADMINISTRADOR."
                               TO MOTIVO-RECUSA
                       ELSE
                           MOVE "S" TO SW-OPERADOR-VALIDO
                       END-IF
                   END-IF
           END-READ.
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
      *---- MESTRE VAZIO: O PRIMEIRO OPERADOR E REGISTADO COMO
      *---- ADMINISTRADOR ACTIVO, PARA PODER REGISTAR OS RESTANTES
       REGISTAR-PRIMEIRO.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           DISPLAY "MESTRE DE OPERADORES VAZIO: ESTE OPERADOR FICA"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0301.
           DISPLAY "REGISTADO COMO ADMINISTRADOR."
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0401.
           DISPLAY "NOME DO OPERADOR:" AT 0601.
           MOVE SPACES TO NOME-OPERADOR.
           PERFORM UNTIL NOME-OPERADOR NOT = SPACES
               ACCEPT NOME-OPERADOR AT 0619 FOREGROUND-COLOR 3
               HIGHLIGHT
               IF NOME-OPERADOR = SPACES THEN
                   DISPLAY "INDIQUE O NOME DO OPERADOR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ELSE
                   DISPLAY " " ERASE EOL AT 0701
               END-IF
           END-PERFORM.
           MOVE "N" TO RESPOSTA-CONFIRMA.
           DISPLAY "CONFIRMA O REGISTO (S/N):" AT 0801.
           ACCEPT RESPOSTA-CONFIRMA AT 0827 FOREGROUND-COLOR 3
           HIGHLIGHT.
           IF FUNCTION UPPER-CASE(RESPOSTA-CONFIRMA) NOT = "S" THEN
               MOVE "REGISTO DO ADMINISTRADOR NAO CONFIRMADO."
                   TO MOTIVO-RECUSA
               GO TO REGISTAR-PRIMEIRO-EXIT
           END-IF.
           MOVE SPACES TO OPERADOR-REC.
           MOVE OPERADOR      TO OPE-CODIGO.
           MOVE NOME-OPERADOR TO OPE-NOME.
           MOVE "A"           TO OPE-PERFIL.
           MOVE "A"           TO OPE-ESTADO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-SISTEMA  TO OPE-DATA-ALTERACAO.
           MOVE OPERADOR      TO OPE-ALTERADO-POR.
           WRITE OPERADOR-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O ADMINISTRADOR."
                       TO MOTIVO-RECUSA
               NOT INVALID KEY
                   ADD 1 TO NUM-GRAVACOES
                   MOVE "S" TO SW-OPERADOR-VALIDO
           END-WRITE.
       REGISTAR-PRIMEIRO-EXIT.
           EXIT.
      *---- PEDE UM CODIGO DE OPERADOR: SE EXISTIR, MOSTRA-O E
      *---- OFERECE A ALTERACAO; SE NAO EXISTIR, OFERECE O REGISTO
       CICLO-OPERADORES.
           DISPLAY CLS.
           DISPLAY "MANUTENCAO DO MESTRE DE OPERADORES" FOREGROUND-COLOR
           2 HIGHLIGHT AT 0101.
           DISPLAY "CODIGO DO OPERADOR (ENTER P/ SAIR):" AT 0301.
           MOVE SPACES TO CODIGO-PROCURAR.
           ACCEPT CODIGO-PROCURAR AT 0337 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF CODIGO-PROCURAR = SPACES THEN
               GO TO CICLO-OPERADORES-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(CODIGO-PROCURAR) TO CODIGO-PROCURAR.
           MOVE CODIGO-PROCURAR TO OPE-CODIGO.
           ADD 1 TO NUM-CONSULTAS.
           READ OPERADORES-FILE KEY IS OPE-CODIGO
               INVALID KEY
                   PERFORM REGISTAR-OPERADOR
                       THRU REGISTAR-OPERADOR-EXIT
               NOT INVALID KEY
                   PERFORM MOSTRAR-OPERADOR THRU MOSTRAR-OPERADOR-EXIT
                   PERFORM ESCOLHER-OPCAO THRU ESCOLHER-OPCAO-EXIT
           END-READ.
       CICLO-OPERADORES-EXIT.
           EXIT.
      *---- MOSTRA O OPERADOR LIDO DO MESTRE
       MOSTRAR-OPERADOR.
           EVALUATE TRUE
               WHEN OPE-ENTRADA-DADOS
                   MOVE "ENTRADA DE DADOS" TO TXT-PERFIL
               WHEN OPE-SUPERVISOR
                   MOVE "SUPERVISOR"       TO TXT-PERFIL
               WHEN OPE-ADMINISTRADOR
                   MOVE "ADMINISTRADOR"    TO TXT-PERFIL
               WHEN OTHER
                   MOVE "?"                TO TXT-PERFIL
           END-EVALUATE.
           IF OPE-ACTIVO THEN
               MOVE "ACTIVO"   TO TXT-ESTADO
           ELSE
               MOVE "INACTIVO" TO TXT-ESTADO
           END-IF.
           MOVE OPE-DATA-ALTERACAO TO DATA-ALTERACAO.
           MOVE ALT-DIA TO ALT-ED-DIA.
           MOVE ALT-MES TO ALT-ED-MES.
           MOVE ALT-ANO TO ALT-ED-ANO.
           DISPLAY FUNCTION CONCATENATE("NOME...............: ",
           OPE-NOME) AT 0501.
           DISPLAY FUNCTION CONCATENATE("PERFIL.............: ",
           FUNCTION CONCATENATE(OPE-PERFIL,
           FUNCTION CONCATENATE(" ", TXT-PERFIL))) AT 0601.
           DISPLAY FUNCTION CONCATENATE("ESTADO.............: ",
           FUNCTION CONCATENATE(OPE-ESTADO,
           FUNCTION CONCATENATE(" ", TXT-ESTADO))) AT 0701.
           DISPLAY FUNCTION CONCATENATE("ULTIMA ALTERACAO...: ",
           FUNCTION CONCATENATE(DATA-ALTERACAO-EDITADA,
           FUNCTION CONCATENATE(" POR ", OPE-ALTERADO-POR))) AT 0801.
       MOSTRAR-OPERADOR-EXIT.
           EXIT.
      *---- PEDE A OPCAO DE MANUTENCAO PARA O OPERADOR MOSTRADO; O
      *---- ADMINISTRADOR DA SESSAO NAO ALTERA O SEU PROPRIO REGISTO,
      *---- PARA O MESTRE NUNCA FICAR SEM ADMINISTRADOR ACTIVO
       ESCOLHER-OPCAO.
           IF OPE-CODIGO = OPERADOR THEN
               DISPLAY "O PROPRIO REGISTO NAO PODE SER ALTERADO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1001
               DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 1101
               ACCEPT RESPOSTA-CONFIRMA AT 1129
               GO TO ESCOLHER-OPCAO-EXIT
           END-IF.
           MOVE "?" TO OPCAO.
           DISPLAY "(A)LTERAR (V)OLTAR:" AT 1001.
           PERFORM UNTIL OPCAO-ALTERAR OR OPCAO-VOLTAR
               ACCEPT OPCAO AT 1021 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
               IF NOT (OPCAO-ALTERAR OR OPCAO-VOLTAR) THEN
                   DISPLAY "OPCAO NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1023
               ELSE
                   DISPLAY " " ERASE EOL AT 1023
               END-IF
           END-PERFORM.
           IF OPCAO-ALTERAR THEN
               PERFORM PEDIR-DADOS-OPERADOR
                   THRU PEDIR-DADOS-OPERADOR-EXIT
               PERFORM GRAVAR-OPERADOR THRU GRAVAR-OPERADOR-EXIT
           END-IF.
       ESCOLHER-OPCAO-EXIT.
           EXIT.
      *---- CODIGO NOVO: REGISTA O OPERADOR APOS CONFIRMACAO
       REGISTAR-OPERADOR.
           MOVE "N" TO RESPOSTA-CONFIRMA.
           DISPLAY "OPERADOR NAO REGISTADO. REGISTAR (S/N):" AT 0501.
           ACCEPT RESPOSTA-CONFIRMA AT 0541 FOREGROUND-COLOR 3
           HIGHLIGHT.
           IF FUNCTION UPPER-CASE(RESPOSTA-CONFIRMA) NOT = "S" THEN
               GO TO REGISTAR-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO OPERADOR-REC.
           MOVE CODIGO-PROCURAR TO OPE-CODIGO.
           PERFORM PEDIR-DADOS-OPERADOR THRU PEDIR-DADOS-OPERADOR-EXIT.
           PERFORM GRAVAR-OPERADOR THRU GRAVAR-OPERADOR-EXIT.
       REGISTAR-OPERADOR-EXIT.
           EXIT.
      *---- PEDE O NOME, O PERFIL E O ESTADO DO OPERADOR
       PEDIR-DADOS-OPERADOR.
           DISPLAY "NOME.......................................:"
           AT 1201.
           MOVE SPACES TO NOME-OPERADOR.
           PERFORM UNTIL NOME-OPERADOR NOT = SPACES
               ACCEPT NOME-OPERADOR AT 1246 FOREGROUND-COLOR 3
               HIGHLIGHT
               IF NOME-OPERADOR = SPACES THEN
                   DISPLAY "INDIQUE O NOME DO OPERADOR."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1301
               ELSE
                   DISPLAY " " ERASE EOL AT 1301
               END-IF
           END-PERFORM.
           DISPLAY "PERFIL (D)ADOS (S)UPERVISOR (A)DMINISTRADOR:"
           AT 1401.
           MOVE SPACE TO PERFIL-NOVO.
           PERFORM UNTIL PERFIL-NOVO-VALIDO
               ACCEPT PERFIL-NOVO AT 1446 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(PERFIL-NOVO) TO PERFIL-NOVO
               IF NOT PERFIL-NOVO-VALIDO THEN
                   DISPLAY "PERFIL NAO E VALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1448
               ELSE
                   DISPLAY " " ERASE EOL AT 1448
               END-IF
           END-PERFORM.
           DISPLAY "ESTADO (A)CTIVO (I)NACTIVO.................:"
           AT 1501.
           MOVE SPACE TO ESTADO-NOVO.
           PERFORM UNTIL ESTADO-NOVO-VALIDO
               ACCEPT ESTADO-NOVO AT 1546 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(ESTADO-NOVO) TO ESTADO-NOVO
               IF NOT ESTADO-NOVO-VALIDO THEN
                   DISPLAY "ESTADO NAO E VALIDO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1548
               ELSE
                   DISPLAY " " ERASE EOL AT 1548
               END-IF
           END-PERFORM.
       PEDIR-DADOS-OPERADOR-EXIT.
           EXIT.
      *---- GRAVA O OPERADOR (NOVO OU ALTERADO) APOS CONFIRMACAO,
      *---- CARIMBADO COM A DATA E O ADMINISTRADOR DA SESSAO
       GRAVAR-OPERADOR.
           MOVE "N" TO RESPOSTA-CONFIRMA.
           DISPLAY "CONFIRMA A GRAVACAO (S/N):" AT 1701.
           ACCEPT RESPOSTA-CONFIRMA AT 1728 FOREGROUND-COLOR 3
           HIGHLIGHT.
           IF FUNCTION UPPER-CASE(RESPOSTA-CONFIRMA) NOT = "S" THEN
               DISPLAY "OPERADOR NAO GRAVADO. PRIMA ENTER:" AT 1901
               ACCEPT RESPOSTA-CONFIRMA AT 1936
               GO TO GRAVAR-OPERADOR-EXIT
           END-IF.
           MOVE NOME-OPERADOR TO OPE-NOME.
           MOVE PERFIL-NOVO   TO OPE-PERFIL.
           MOVE ESTADO-NOVO   TO OPE-ESTADO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-SISTEMA  TO OPE-DATA-ALTERACAO.
           MOVE OPERADOR      TO OPE-ALTERADO-POR.
           WRITE OPERADOR-REC
               INVALID KEY
                   REWRITE OPERADOR-REC
           END-WRITE.
           IF OPERADORES-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO GRAVAR O OPERADOR."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1901
           ELSE
               ADD 1 TO NUM-GRAVACOES
               DISPLAY "OPERADOR GRAVADO." AT 1901
           END-IF.
           DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 2001.
           ACCEPT RESPOSTA-CONFIRMA AT 2029.
       GRAVAR-OPERADOR-EXIT.
           EXIT.
       END PROGRAM OPEMNT.
