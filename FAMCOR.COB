               FILE STATUS IS REJEITADOS-STATUS.
           SELECT CORRIGIDOS-FILE ASSIGN TO "CORFAM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
           05  COR-TR-TIPO                 PIC 9(01).
           05  COR-TR-TOTAL                PIC 9(05).
           05  COR-TR-RESTO                PIC X(06).
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
      * EXECUCOES, E CAMPOS DE APOIO DO PROPRIO JORNAL (JRNFAM)
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): SO UM
      * OPERADOR REGISTADO E ACTIVO ABRE A SESSAO
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
       77 NUM-RECUSAS              PIC 9(07)         VALUES 0.
      *----
      * IDENTIFICACAO DO LOTE CORRIGIDO: O DISTRITO E O NUMERO DE
      * LOTE (NOVO, ATRIBUIDO PELO POSTO) VAO NO CABECALHO TIPO 0,
      * COM A DATA DO DIA, PARA O LOTE PASSAR NA VALIDACAO DE
               GO TO FIM
           END-IF.
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               CLOSE REJEITADOS-FILE
               GO TO FIM
           END-IF.
           PERFORM PEDIR-LOTE THRU PEDIR-LOTE-EXIT.
           OPEN OUTPUT CORRIGIDOS-FILE.
           PERFORM GRAVAR-CABECALHO THRU GRAVAR-CABECALHO-EXIT.
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
      *---- PEDE O DISTRITO E O NUMERO DO LOTE CORRIGIDO; O NUMERO
      *---- DEVE SER UM NUMERO DE LOTE NOVO DO POSTO, PORQUE O
      *---- CARREGAMENTO RECUSA UM PAR DISTRITO/LOTE JA REGISTADO
