      ******************************************************************
      * Author:
      * Date:
      * Purpose: Controlo da cadeia nocturna. Le a lista de passos
      *          (CTLPAS) - programa, return code maximo aceite e
      *          comando que o executa, por exemplo o carregamento
      *          automatico (T10, com o PARMFAM preparado), FAMCHK,
      *          FAMUNL, FAMEXP e FAMJRN - e corre os passos por
      *          ordem. Um passo que termine com um return code
      *          acima do seu maximo para a cadeia. A situacao de
      *          cada passo (concluido, falhado, em curso) fica no
      *          ficheiro de controlo CTLCAD depois de cada passo, e
      *          uma nova execucao retoma a cadeia no primeiro passo
      *          por concluir; so depois de uma cadeia concluida (ou
      *          com "N" na primeira posicao do PARMCTL) a cadeia
      *          recomeca do primeiro passo. O resultado de cada passo
      *          fica no jornal de execucoes (JRNFAM), com o nome do
      *          passo no campo do operador. Termina com RETURN-CODE 8
      *          se a cadeia parou, 4 se algum passo terminou com um
      *          return code diferente de zero dentro do seu maximo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSOS-FILE ASSIGN TO "CTLPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASSOS-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CTLCAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLO-STATUS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---- LISTA DE PASSOS DA CADEIA, UM POR LINHA, PELA ORDEM DE
      *---- EXECUCAO: PROGRAMA, RETURN CODE MAXIMO ACEITE E COMANDO.
      *---- UMA LINHA COM "*" NA PRIMEIRA POSICAO E UM COMENTARIO
       FD  PASSOS-FILE.
       01  PASSO-REC.
           05  PAS-PROGRAMA                PIC X(08).
           05  FILLER                      PIC X(01).
           05  PAS-RC-MAXIMO               PIC X(02).
           05  PAS-RC-MAXIMO-N REDEFINES PAS-RC-MAXIMO
                                           PIC 9(02).
           05  FILLER                      PIC X(01).
           05  PAS-COMANDO                 PIC X(68).
      *---- SITUACAO DE CADA PASSO NA ULTIMA EXECUCAO DA CADEIA, PELA
      *---- ORDEM DA LISTA DE PASSOS
       FD  CONTROLO-FILE.
       01  CONTROLO-REC.
           05  CTL-PROGRAMA                PIC X(08).
           05  CTL-ESTADO                  PIC X(01).
               88  CTL-CONCLUIDO                       VALUE "C".
           05  CTL-RETURN-CODE             PIC 9(03).
           05  CTL-DATA                    PIC 9(08).
           05  CTL-HORA-INICIO             PIC 9(06).
           05  CTL-HORA-FIM                PIC 9(06).
           05  FILLER                      PIC X(08).
      *---- PARAMETROS DE EXECUCAO: "N" NA PRIMEIRA POSICAO RECOMECA
      *---- A CADEIA DO PRIMEIRO PASSO, SEM RETOMAR
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-CADEIA                 PIC X(01).
               88  PARM-NOVA-CADEIA                    VALUE "N".
           05  FILLER                      PIC X(11).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 PASSOS-STATUS            PIC X(02)         VALUES "00".
       77 CONTROLO-STATUS          PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-PASSOS               PIC X(01)         VALUES "N".
           88 FIM-PASSOS                             VALUES "Y".
       77 EOF-CONTROLO             PIC X(01)         VALUES "N".
           88 FIM-CONTROLO                           VALUES "Y".
      *----
      * PASSOS DA CADEIA, COM A SITUACAO DE CADA UM:
      * P=POR CORRER, E=EM CURSO (A EXECUCAO ANTERIOR NAO CHEGOU AO
      * FIM DO PASSO), C=CONCLUIDO, F=FALHADO
       77 LIMITE-PASSOS            PIC 9(02)         VALUES 20.
       77 NUM-PASSOS               PIC 9(02)         VALUES 0.
       77 NUM-CONTROLO             PIC 9(02)         VALUES 0.
       77 IDX-PASSO                PIC 9(02)         VALUES 0.
       77 IDX-CONTROLO             PIC 9(02)         VALUES 0.
       77 PRIMEIRO-PASSO           PIC 9(02)         VALUES 0.
       01 TABELA-PASSOS.
           05 PASSO-TAB OCCURS 20 TIMES.
               10 PST-PROGRAMA             PIC X(08).
               10 PST-RC-MAXIMO            PIC 9(02).
               10 PST-COMANDO              PIC X(68).
               10 PST-ESTADO               PIC X(01).
                   88 PST-POR-CORRER                 VALUES "P".
                   88 PST-EM-CURSO                   VALUES "E".
                   88 PST-CONCLUIDO                  VALUES "C".
                   88 PST-FALHADO                    VALUES "F".
               10 PST-RETURN-CODE          PIC 9(03).
               10 PST-DATA                 PIC 9(08).
               10 PST-HORA-INICIO          PIC 9(06).
               10 PST-HORA-FIM             PIC 9(06).
      * SITUACAO LIDA DO FICHEIRO DE CONTROLO
       01 TABELA-CONTROLO.
           05 CONTROLO-TAB OCCURS 20 TIMES.
               10 ANT-PROGRAMA             PIC X(08).
               10 ANT-ESTADO               PIC X(01).
                   88 ANT-CONCLUIDO                  VALUES "C".
               10 ANT-RETURN-CODE          PIC 9(03).
               10 ANT-DATA                 PIC 9(08).
               10 ANT-HORA-INICIO          PIC 9(06).
               10 ANT-HORA-FIM             PIC 9(06).
      *----
       77 SW-NOVA-CADEIA           PIC X(01)         VALUES "N".
           88 NOVA-CADEIA                            VALUES "S".
       77 SW-CADEIA-PARADA         PIC X(01)         VALUES "N".
           88 CADEIA-PARADA                          VALUES "S".
       77 SW-PASSOS-INVALIDOS      PIC X(01)         VALUES "N".
           88 PASSOS-INVALIDOS                       VALUES "S".
       77 SW-ERRO-CONTROLO         PIC X(01)         VALUES "N".
           88 ERRO-CONTROLO                          VALUES "S".
       77 RC-PASSO                 PIC S9(05)        VALUES 0.
       77 NUM-PASSOS-CORRIDOS      PIC 9(07)         VALUES 0.
       77 NUM-PASSOS-CONCLUIDOS    PIC 9(07)         VALUES 0.
       77 NUM-PASSOS-FALHADOS      PIC 9(07)         VALUES 0.
       77 NUM-PASSOS-COM-AVISO     PIC 9(07)         VALUES 0.
       77 ZNUM-PASSO               PIC Z9.
       77 ZRC-PASSO                PIC ZZ9.
       77 ZRC-MAXIMO               PIC Z9.
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
           PERFORM LER-PASSOS THRU LER-PASSOS-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           PERFORM LER-CONTROLO THRU LER-CONTROLO-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           PERFORM DETERMINAR-RETOMA THRU DETERMINAR-RETOMA-EXIT.
           IF NOVA-CADEIA THEN
               DISPLAY "CADEIA NOCTURNA: INICIO NO PRIMEIRO PASSO."
           ELSE
               MOVE PRIMEIRO-PASSO TO ZNUM-PASSO
               DISPLAY "CADEIA NOCTURNA: RETOMA NO PASSO " ZNUM-PASSO
                   " (" PST-PROGRAMA(PRIMEIRO-PASSO) ")."
           END-IF.
           PERFORM GRAVAR-CONTROLO THRU GRAVAR-CONTROLO-EXIT.
           IF ERRO-CONTROLO THEN
               DISPLAY "CADEIA NOCTURNA NAO ARRANCOU: SEM FICHEIRO DE "
                   "CONTROLO NAO HA RETOMA."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM CORRER-PASSO THRU CORRER-PASSO-EXIT
               VARYING IDX-PASSO FROM PRIMEIRO-PASSO BY 1
               UNTIL IDX-PASSO > NUM-PASSOS OR CADEIA-PARADA.
           IF CADEIA-PARADA THEN
               DISPLAY "CADEIA NOCTURNA PARADA. CORRIGIR E VOLTAR A "
                   "CORRER PARA RETOMAR NO PASSO FALHADO."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CADEIA NOCTURNA CONCLUIDA."
               IF NUM-PASSOS-COM-AVISO > 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
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
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (LOTE: SEM
      *---- OPERADOR; LIDOS = PASSOS CORRIDOS, ACEITES = CONCLUIDOS,
      *---- REJEITADOS = FALHADOS)
       GRAVAR-JORNAL.
           PERFORM ABRIR-JORNAL THRU ABRIR-JORNAL-EXIT.
           IF JORNAL-STATUS NOT = "00" THEN
               GO TO GRAVAR-JORNAL-EXIT
           END-IF.
           MOVE "FAMCTL" TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-PASSOS-CORRIDOS   TO JRN-LIDOS.
           MOVE NUM-PASSOS-CONCLUIDOS TO JRN-ACEITES.
           MOVE NUM-PASSOS-FALHADOS   TO JRN-REJEITADOS.
           MOVE RETURN-CODE           TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- ACRESCENTA AO JORNAL O RESULTADO DO PASSO CORRENTE, VISTO
      *---- PELO CONTROLO DA CADEIA: O NOME DO PASSO VAI NO CAMPO DO
      *---- OPERADOR, COM AS HORAS E O RETURN CODE DO PASSO; FICA
      *---- REGISTADO MESMO QUE O PROGRAMA DO PASSO TERMINE SEM
      *---- CHEGAR A ESCREVER O SEU PROPRIO REGISTO
       GRAVAR-JORNAL-PASSO.
           PERFORM ABRIR-JORNAL THRU ABRIR-JORNAL-EXIT.
           IF JORNAL-STATUS NOT = "00" THEN
               GO TO GRAVAR-JORNAL-PASSO-EXIT
           END-IF.
           MOVE "FAMCTL" TO JRN-PROGRAMA.
           MOVE PST-PROGRAMA(IDX-PASSO) TO JRN-OPERADOR.
           MOVE PST-DATA(IDX-PASSO)     TO JRN-DATA-INICIO.
           MOVE PST-HORA-INICIO(IDX-PASSO) TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           MOVE PST-HORA-FIM(IDX-PASSO) TO JRN-HORA-FIM.
           MOVE 1 TO JRN-LIDOS.
           MOVE 0 TO JRN-ACEITES.
           MOVE 0 TO JRN-REJEITADOS.
           IF PST-CONCLUIDO(IDX-PASSO) THEN
               MOVE 1 TO JRN-ACEITES
           ELSE
               MOVE 1 TO JRN-REJEITADOS
           END-IF.
           IF PST-RETURN-CODE(IDX-PASSO) > 99 THEN
               MOVE 99 TO JRN-RETURN-CODE
           ELSE
               MOVE PST-RETURN-CODE(IDX-PASSO) TO JRN-RETURN-CODE
           END-IF.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-PASSO-EXIT.
           EXIT.
      *---- ABRE O JORNAL EM MODO DE ACRESCENTO, CRIANDO O FICHEIRO
      *---- NA PRIMEIRA EXECUCAO
       ABRIR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
               OPEN OUTPUT JORNAL-FILE
               CLOSE JORNAL-FILE
               OPEN EXTEND JORNAL-FILE
           END-IF.
       ABRIR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR)
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
               READ PARAMETRO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NOVA-CADEIA THEN
                           MOVE "S" TO SW-NOVA-CADEIA
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- CARREGA A LISTA DE PASSOS; SEM LISTA, COM UMA LISTA VAZIA
      *---- OU COM UMA LINHA INVALIDA A CADEIA NAO ARRANCA
       LER-PASSOS.
           OPEN INPUT PASSOS-FILE.
           IF PASSOS-STATUS NOT = "00" THEN
               DISPLAY "LISTA DE PASSOS CTLPAS NAO ENCONTRADA."
               MOVE 8 TO RETURN-CODE
               GO TO LER-PASSOS-EXIT
           END-IF.
           PERFORM LER-UM-PASSO THRU LER-UM-PASSO-EXIT
               UNTIL FIM-PASSOS.
           CLOSE PASSOS-FILE.
           IF PASSOS-INVALIDOS THEN
               MOVE 8 TO RETURN-CODE
               GO TO LER-PASSOS-EXIT
           END-IF.
           IF NUM-PASSOS = 0 THEN
               DISPLAY "LISTA DE PASSOS CTLPAS VAZIA."
               MOVE 8 TO RETURN-CODE
           END-IF.
       LER-PASSOS-EXIT.
           EXIT.
       LER-UM-PASSO.
           READ PASSOS-FILE
               AT END
                   MOVE "Y" TO EOF-PASSOS
                   GO TO LER-UM-PASSO-EXIT
           END-READ.
           IF PASSO-REC = SPACES OR PASSO-REC(1:1) = "*" THEN
               GO TO LER-UM-PASSO-EXIT
           END-IF.
           IF PAS-PROGRAMA = SPACES OR PAS-COMANDO = SPACES
               OR PAS-RC-MAXIMO IS NOT NUMERIC THEN
               DISPLAY "PASSO INVALIDO NA CTLPAS: " PASSO-REC(1:40)
               MOVE "S" TO SW-PASSOS-INVALIDOS
               GO TO LER-UM-PASSO-EXIT
           END-IF.
           IF NUM-PASSOS NOT < LIMITE-PASSOS THEN
               DISPLAY "CTLPAS COM MAIS DE 20 PASSOS: " PAS-PROGRAMA
               MOVE "S" TO SW-PASSOS-INVALIDOS
               GO TO LER-UM-PASSO-EXIT
           END-IF.
           ADD 1 TO NUM-PASSOS.
           MOVE PAS-PROGRAMA    TO PST-PROGRAMA(NUM-PASSOS).
           MOVE PAS-RC-MAXIMO-N TO PST-RC-MAXIMO(NUM-PASSOS).
           MOVE PAS-COMANDO     TO PST-COMANDO(NUM-PASSOS).
           MOVE "P"             TO PST-ESTADO(NUM-PASSOS).
           MOVE 0 TO PST-RETURN-CODE(NUM-PASSOS).
           MOVE 0 TO PST-DATA(NUM-PASSOS).
           MOVE 0 TO PST-HORA-INICIO(NUM-PASSOS).
           MOVE 0 TO PST-HORA-FIM(NUM-PASSOS).
       LER-UM-PASSO-EXIT.
           EXIT.
      *---- CARREGA A SITUACAO DA EXECUCAO ANTERIOR (SE HOUVER): SO A
      *---- FALTA DO FICHEIRO (STATUS 35) E UMA CADEIA NOVA; OUTRO
      *---- ERRO PARA A EXECUCAO, PARA NAO REPETIR PASSOS JA CORRIDOS
       LER-CONTROLO.
           MOVE 0 TO NUM-CONTROLO.
           OPEN INPUT CONTROLO-FILE.
           IF CONTROLO-STATUS = "35" THEN
               GO TO LER-CONTROLO-EXIT
           END-IF.
           IF CONTROLO-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO LER O FICHEIRO DE CONTROLO CTLCAD: "
                   CONTROLO-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO LER-CONTROLO-EXIT
           END-IF.
           PERFORM LER-UM-CONTROLO THRU LER-UM-CONTROLO-EXIT
               UNTIL FIM-CONTROLO.
           CLOSE CONTROLO-FILE.
       LER-CONTROLO-EXIT.
           EXIT.
       LER-UM-CONTROLO.
           READ CONTROLO-FILE
               AT END
                   MOVE "Y" TO EOF-CONTROLO
                   GO TO LER-UM-CONTROLO-EXIT
           END-READ.
           IF NUM-CONTROLO < LIMITE-PASSOS THEN
               ADD 1 TO NUM-CONTROLO
               MOVE CONTROLO-REC TO CONTROLO-TAB(NUM-CONTROLO)
           END-IF.
       LER-UM-CONTROLO-EXIT.
           EXIT.
      *---- O PRIMEIRO PASSO A CORRER E O PRIMEIRO QUE NA EXECUCAO
      *---- ANTERIOR NAO FICOU CONCLUIDO (OU QUE JA NAO E O MESMO
      *---- PROGRAMA NA MESMA POSICAO DA LISTA); OS ANTERIORES FICAM
      *---- COMO ESTAVAM. SE TODOS FICARAM CONCLUIDOS A CADEIA E NOVA
       DETERMINAR-RETOMA.
           MOVE 1 TO PRIMEIRO-PASSO.
           IF NOVA-CADEIA THEN
               GO TO DETERMINAR-RETOMA-EXIT
           END-IF.
           MOVE 0 TO PRIMEIRO-PASSO.
           PERFORM COMPARAR-CONTROLO THRU COMPARAR-CONTROLO-EXIT
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO > NUM-PASSOS.
           IF PRIMEIRO-PASSO = 0 THEN
               MOVE 1 TO PRIMEIRO-PASSO
               PERFORM LIMPAR-PASSO THRU LIMPAR-PASSO-EXIT
                   VARYING IDX-PASSO FROM 1 BY 1
                   UNTIL IDX-PASSO > NUM-PASSOS
           END-IF.
           IF PRIMEIRO-PASSO = 1 THEN
               MOVE "S" TO SW-NOVA-CADEIA
           END-IF.
       DETERMINAR-RETOMA-EXIT.
           EXIT.
      *---- ATE AO PRIMEIRO PASSO POR CONCLUIR, COPIA PARA CADA PASSO
      *---- A SITUACAO ANTERIOR (MESMO PROGRAMA E CONCLUIDO)
       COMPARAR-CONTROLO.
           IF PRIMEIRO-PASSO > 0 THEN
               GO TO COMPARAR-CONTROLO-EXIT
           END-IF.
           IF IDX-PASSO > NUM-CONTROLO THEN
               MOVE IDX-PASSO TO PRIMEIRO-PASSO
               GO TO COMPARAR-CONTROLO-EXIT
           END-IF.
           IF ANT-PROGRAMA(IDX-PASSO) NOT = PST-PROGRAMA(IDX-PASSO)
               OR NOT ANT-CONCLUIDO(IDX-PASSO) THEN
               MOVE IDX-PASSO TO PRIMEIRO-PASSO
               GO TO COMPARAR-CONTROLO-EXIT
           END-IF.
           MOVE "C" TO PST-ESTADO(IDX-PASSO).
           MOVE ANT-RETURN-CODE(IDX-PASSO)
               TO PST-RETURN-CODE(IDX-PASSO).
           MOVE ANT-DATA(IDX-PASSO) TO PST-DATA(IDX-PASSO).
           MOVE ANT-HORA-INICIO(IDX-PASSO)
               TO PST-HORA-INICIO(IDX-PASSO).
           MOVE ANT-HORA-FIM(IDX-PASSO) TO PST-HORA-FIM(IDX-PASSO).
       COMPARAR-CONTROLO-EXIT.
           EXIT.
       LIMPAR-PASSO.
           MOVE "P" TO PST-ESTADO(IDX-PASSO).
           MOVE 0 TO PST-RETURN-CODE(IDX-PASSO).
           MOVE 0 TO PST-DATA(IDX-PASSO).
           MOVE 0 TO PST-HORA-INICIO(IDX-PASSO).
           MOVE 0 TO PST-HORA-FIM(IDX-PASSO).
       LIMPAR-PASSO-EXIT.
           EXIT.
      *---- CORRE UM PASSO: FICA "EM CURSO" NO CONTROLO ANTES DE
      *---- ARRANCAR (SE ESTA EXECUCAO FOR INTERROMPIDA, A SEGUINTE
      *---- VOLTA A CORRER O PASSO) E CONCLUIDO OU FALHADO DEPOIS,
      *---- PELO RETURN CODE DO COMANDO COMPARADO COM O MAXIMO. SE O
      *---- CONTROLO NAO FICAR GRAVADO O PASSO NAO ARRANCA E A CADEIA
      *---- PARA
       CORRER-PASSO.
           MOVE "E" TO PST-ESTADO(IDX-PASSO).
           ACCEPT PST-DATA(IDX-PASSO) FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO PST-HORA-INICIO(IDX-PASSO).
           MOVE 0 TO PST-HORA-FIM(IDX-PASSO).
           MOVE 0 TO PST-RETURN-CODE(IDX-PASSO).
           PERFORM GRAVAR-CONTROLO THRU GRAVAR-CONTROLO-EXIT.
           IF ERRO-CONTROLO THEN
               MOVE "S" TO SW-CADEIA-PARADA
               GO TO CORRER-PASSO-EXIT
           END-IF.
           MOVE IDX-PASSO TO ZNUM-PASSO.
           DISPLAY "PASSO " ZNUM-PASSO " " PST-PROGRAMA(IDX-PASSO)
               ": " PST-COMANDO(IDX-PASSO).
           ADD 1 TO NUM-PASSOS-CORRIDOS.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING PST-COMANDO(IDX-PASSO).
           MOVE RETURN-CODE TO RC-PASSO.
           MOVE 0 TO RETURN-CODE.
      *---- EM UNIX O COMANDO DEVOLVE O ESTADO DO PROCESSO, COM O
      *---- RETURN CODE DO PASSO MULTIPLICADO POR 256; UM COMANDO QUE
      *---- NAO ARRANCOU DEVOLVE UM VALOR NEGATIVO
           IF RC-PASSO > 255 THEN
               DIVIDE 256 INTO RC-PASSO
           END-IF.
           IF RC-PASSO < 0 OR RC-PASSO > 999 THEN
               MOVE 999 TO RC-PASSO
           END-IF.
           MOVE RC-PASSO TO PST-RETURN-CODE(IDX-PASSO).
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO PST-HORA-FIM(IDX-PASSO).
           MOVE RC-PASSO TO ZRC-PASSO.
           MOVE PST-RC-MAXIMO(IDX-PASSO) TO ZRC-MAXIMO.
           IF RC-PASSO > PST-RC-MAXIMO(IDX-PASSO) THEN
               MOVE "F" TO PST-ESTADO(IDX-PASSO)
               MOVE "S" TO SW-CADEIA-PARADA
               ADD 1 TO NUM-PASSOS-FALHADOS
               DISPLAY "PASSO " ZNUM-PASSO " " PST-PROGRAMA(IDX-PASSO)
                   " FALHOU: RETURN-CODE " ZRC-PASSO
                   " (MAXIMO " ZRC-MAXIMO ")"
           ELSE
               MOVE "C" TO PST-ESTADO(IDX-PASSO)
               ADD 1 TO NUM-PASSOS-CONCLUIDOS
               IF RC-PASSO > 0 THEN
                   ADD 1 TO NUM-PASSOS-COM-AVISO
               END-IF
               DISPLAY "PASSO " ZNUM-PASSO " " PST-PROGRAMA(IDX-PASSO)
                   " CONCLUIDO: RETURN-CODE " ZRC-PASSO
           END-IF.
           PERFORM GRAVAR-CONTROLO THRU GRAVAR-CONTROLO-EXIT.
           IF ERRO-CONTROLO THEN
               MOVE "S" TO SW-CADEIA-PARADA
           END-IF.
           PERFORM GRAVAR-JORNAL-PASSO THRU GRAVAR-JORNAL-PASSO-EXIT.
       CORRER-PASSO-EXIT.
           EXIT.
      *---- REESCREVE O FICHEIRO DE CONTROLO COM A SITUACAO DE TODOS
      *---- OS PASSOS; UM ERRO NA ABERTURA OU NA GRAVACAO FICA
      *---- ASSINALADO (ERRO-CONTROLO) PARA A CADEIA PARAR
       GRAVAR-CONTROLO.
           OPEN OUTPUT CONTROLO-FILE.
           IF CONTROLO-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-CONTROLO
               DISPLAY "ERRO AO GRAVAR O FICHEIRO DE CONTROLO CTLCAD: "
                   CONTROLO-STATUS
               GO TO GRAVAR-CONTROLO-EXIT
           END-IF.
           PERFORM GRAVAR-UM-CONTROLO THRU GRAVAR-UM-CONTROLO-EXIT
               VARYING IDX-CONTROLO FROM 1 BY 1
               UNTIL IDX-CONTROLO > NUM-PASSOS OR ERRO-CONTROLO.
           CLOSE CONTROLO-FILE.
           IF CONTROLO-STATUS NOT = "00" AND NOT ERRO-CONTROLO THEN
               MOVE "S" TO SW-ERRO-CONTROLO
               DISPLAY "ERRO AO GRAVAR O FICHEIRO DE CONTROLO CTLCAD: "
                   CONTROLO-STATUS
           END-IF.
       GRAVAR-CONTROLO-EXIT.
           EXIT.
       GRAVAR-UM-CONTROLO.
           MOVE SPACES TO CONTROLO-REC.
           MOVE PST-PROGRAMA(IDX-CONTROLO)    TO CTL-PROGRAMA.
           MOVE PST-ESTADO(IDX-CONTROLO)      TO CTL-ESTADO.
           MOVE PST-RETURN-CODE(IDX-CONTROLO) TO CTL-RETURN-CODE.
           MOVE PST-DATA(IDX-CONTROLO)        TO CTL-DATA.
           MOVE PST-HORA-INICIO(IDX-CONTROLO) TO CTL-HORA-INICIO.
           MOVE PST-HORA-FIM(IDX-CONTROLO)    TO CTL-HORA-FIM.
           WRITE CONTROLO-REC.
           IF CONTROLO-STATUS NOT = "00" THEN
               MOVE "S" TO SW-ERRO-CONTROLO
               DISPLAY "ERRO AO GRAVAR O FICHEIRO DE CONTROLO CTLCAD: "
                   CONTROLO-STATUS
           END-IF.
       GRAVAR-UM-CONTROLO-EXIT.
           EXIT.
       END PROGRAM FAMCTL.
