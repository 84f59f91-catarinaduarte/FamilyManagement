      *          poder testar. Um ficheiro de parametros PARMCHK com
      *          "S" na primeira posicao activa o modo de reparacao,
      *          que elimina os filhos orfaos apos confirmacao do
      *          operador na consola e so com a autorizacao de um
      *          supervisor registado no mestre de operadores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
           05  PARM-MODO-REPARAR           PIC X(01).
               88  PARM-REPARACAO                      VALUE "S".
           05  FILLER                      PIC X(11).
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
       77 SW-MODO-REPARAR          PIC X(01)         VALUES "N".
           88 MODO-REPARAR                           VALUES "S".
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
       77 SW-REPARACAO-RECUSADA    PIC X(01)         VALUES "N".
           88 REPARACAO-RECUSADA                     VALUES "S".
      *----
      * SUPERVISOR IDENTIFICADO NA CONSOLA E CONFERIDO NO MESTRE DE
      * OPERADORES (OPERFAM): TEM DE ESTAR REGISTADO, ACTIVO E COM
      * PERFIL DE SUPERVISOR (OU ADMINISTRADOR)
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      *----
      * CONTAGENS DA VERIFICACAO
       77 NUM-FAMILIAS-LIDAS       PIC 9(07)         VALUES 0.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
      *---- O MODO DE REPARACAO EXIGE UM SUPERVISOR; SEM ELE A
      *---- EXECUCAO FICA SO EM VERIFICACAO E A RECUSA NO JORNAL
           IF MODO-REPARAR THEN
               PERFORM AUTORIZAR-REPARACAO
                   THRU AUTORIZAR-REPARACAO-EXIT
           END-IF.
           OPEN INPUT FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (EXECUCAO EM
      *---- LOTE: SEM OPERADOR, OU COM O SUPERVISOR DA REPARACAO;
      *---- AS EXCEPCOES ENTRAM COMO REJEITADOS)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
               GO TO GRAVAR-JORNAL-EXIT
           END-IF.
           MOVE "FAMCHK" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- REGISTA NO JORNAL COMUM O MODO DE REPARACAO RECUSADO (UM
      *---- REJEITADO, RETURN-CODE 12); A VERIFICACAO CONTINUA E TEM
      *---- O SEU PROPRIO REGISTO NO FIM
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
           MOVE "FAMCHK" TO JRN-PROGRAMA.
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
      *---- PEDE O SUPERVISOR QUE AUTORIZA A REPARACAO; SE FOR
      *---- RECUSADO, A EXECUCAO PASSA A SO VERIFICAR
       AUTORIZAR-REPARACAO.
           DISPLAY "MODO DE REPARACAO PEDIDO NO PARMCHK.".
           PERFORM PEDIR-SUPERVISOR THRU PEDIR-SUPERVISOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               DISPLAY "REPARACAO RECUSADA: " MOTIVO-RECUSA
               DISPLAY "A EXECUCAO CONTINUA SO EM VERIFICACAO."
               MOVE "N" TO SW-MODO-REPARAR
               MOVE "S" TO SW-REPARACAO-RECUSADA
               PERFORM GRAVAR-JORNAL-RECUSA
                   THRU GRAVAR-JORNAL-RECUSA-EXIT
           END-IF.
       AUTORIZAR-REPARACAO-EXIT.
           EXIT.
      *---- PEDE NA CONSOLA O CODIGO DO SUPERVISOR QUE AUTORIZA A
      *---- OPERACAO E CONFERE-O NO MESTRE DE OPERADORES
       PEDIR-SUPERVISOR.
           DISPLAY "CODIGO DO SUPERVISOR QUE AUTORIZA?".
           ACCEPT OPERADOR.
           MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR.
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT.
           IF OPERADOR-VALIDO AND NOT PERFIL-SUPERVISOR THEN
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "OPERADOR SEM PERFIL DE SUPERVISOR."
                   TO MOTIVO-RECUSA
           END-IF.
       PEDIR-SUPERVISOR-EXIT.
           EXIT.
      *---- CONFERE O OPERADOR NO MESTRE DE OPERADORES (OPERFAM) E
      *---- GUARDA O SEU PERFIL; UM OPERADOR DESCONHECIDO OU
      *---- INACTIVO (OU A FALTA DO MESTRE) FICA RECUSADO
       VERIFICAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           MOVE SPACE TO PERFIL-OPERADOR.
           IF OPERADOR = SPACES THEN
               MOVE "CODIGO DE SUPERVISOR EM BRANCO." TO MOTIVO-RECUSA
               GO TO VERIFICAR-OPERADOR-EXIT
           END-IF.
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
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR) E ACTIVA O MODO
      *---- DE REPARACAO PEDIDO
       LER-PARAMETROS.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           IF REPARACAO-RECUSADA THEN
               MOVE SPACES TO LINHA-VERIFICACAO
               STRING "*** REPARACAO RECUSADA: " MOTIVO-RECUSA
                   " ***" DELIMITED BY SIZE INTO LINHA-VERIFICACAO
               WRITE LINHA-VERIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
       IMPRIMIR-CABECALHO-EXIT.
