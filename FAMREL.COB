      *          indice corrompido - e confere as contagens repostas
      *          com as registadas na descarga, terminando com
      *          RETURN-CODE 8 se nao conferirem. ATENCAO: a
      *          reposicao substitui os mestres correntes e so
      *          avanca autorizada por um supervisor registado no
      *          mestre de operadores (OPERFAM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GERACOES-FILE ASSIGN TO "GERFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GERACOES-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
       01  SNAP-FILHO-REC                 PIC X(10).
       FD  GERACOES-FILE.
           COPY GERREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
       77 NUM-FILHOS-REPOSTOS      PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
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
       01 DATA-GERACAO.
           05 GERD-ANO                 PIC 9(04).
               DISPLAY "REPOSICAO CANCELADA."
               GO TO FIM
           END-IF.
      *---- A REPOSICAO SO AVANCA COM UM SUPERVISOR; UMA RECUSA
      *---- TERMINA COM RETURN-CODE 12 E FICA NO JORNAL
           PERFORM PEDIR-SUPERVISOR THRU PEDIR-SUPERVISOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               DISPLAY "REPOSICAO RECUSADA: " MOTIVO-RECUSA
               MOVE 12 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM REPOR-FAMILIAS THRU REPOR-FAMILIAS-EXIT.
           PERFORM REPOR-FILHOS THRU REPOR-FILHOS-EXIT.
           PERFORM CONFERIR-REPOSICAO THRU CONFERIR-REPOSICAO-EXIT.
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (EXECUCAO EM
      *---- LOTE, COM O SUPERVISOR QUE AUTORIZOU; FAMILIAS E FILHOS
      *---- SOMADOS; UMA REPOSICAO RECUSADA CONTA UM REJEITADO)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
               GO TO GRAVAR-JORNAL-EXIT
           END-IF.
           MOVE "FAMREL" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
               NUM-FAMILIAS-REPOSTAS + NUM-FILHOS-REPOSTOS.
           COMPUTE JRN-ACEITES =
               NUM-FAMILIAS-REPOSTAS + NUM-FILHOS-REPOSTOS.
           IF RETURN-CODE = 12 THEN
               MOVE 1       TO JRN-REJEITADOS
           ELSE
               MOVE 0       TO JRN-REJEITADOS
           END-IF.
           MOVE RETURN-CODE TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
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
      *---- CARREGA O REGISTO DE GERACOES PARA A TABELA
       LER-GERACOES.
           MOVE "N" TO GT-ESTADO(1), GT-ESTADO(2), GT-ESTADO(3).
