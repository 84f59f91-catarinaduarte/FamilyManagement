      *          uma alteracao de programa em cada posto. Mostra os
      *          limites em vigor (1000/3000 por omissao, enquanto o
      *          ficheiro nao existir) e permite grava-los de novo
      *          apos confirmacao. So um supervisor registado no
      *          mestre de operadores (OPERFAM) altera os limites.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ESCALOES-FILE ASSIGN TO "PARMESC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALOES-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
       FILE SECTION.
       FD  ESCALOES-FILE.
           COPY ESCREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
      * ATRIBUIDA A QUEM A FEZ
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): SO UM
      * OPERADOR REGISTADO E ACTIVO ABRE A SESSAO, E A ALTERACAO DOS
      * LIMITES EXIGE PERFIL DE SUPERVISOR (OU ADMINISTRADOR)
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
       77 NUM-RECUSAS              PIC 9(07)         VALUES 0.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO GUARDADA NO
      * ARRANQUE E REGISTO ACRESCENTADO NO FIM DA EXECUCAO
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM PEDIR-OPERADOR THRU PEDIR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               GO TO FIM
           END-IF.
           PERFORM LER-ESCALOES THRU LER-ESCALOES-EXIT.
           DISPLAY CLS.
           DISPLAY "MANUTENCAO DOS ESCALOES DE RENDIMENTO (PARMESC)"
           DISPLAY "ALTERAR OS LIMITES (S/N):" AT 0701.
           ACCEPT RESPOSTA AT 0727 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF FUNCTION UPPER-CASE(RESPOSTA) = "S" THEN
               IF PERFIL-SUPERVISOR THEN
                   PERFORM ALTERAR-ESCALOES THRU ALTERAR-ESCALOES-EXIT
               ELSE
                   PERFORM RECUSAR-ALTERACAO
                       THRU RECUSAR-ALTERACAO-EXIT
               END-IF
           END-IF.
       FIM.
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-EXIT.
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
      *---- MARCA O INICIO DA EXECUCAO PARA O JORNAL COMUM (JRNFAM)
       MARCAR-INICIO-JORNAL.
           ACCEPT JRN-INI-DATA FROM DATE YYYYMMDD.
           EXIT.
      *---- ACRESCENTA O REGISTO DESTA EXECUCAO AO JORNAL COMUM,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (ACEITES = 1
      *---- QUANDO OS LIMITES FORAM REGRAVADOS, REJEITADOS = 1 E
      *---- RETURN-CODE 12 QUANDO A SESSAO OU A ALTERACAO FORAM
      *---- RECUSADAS)
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-STATUS = "35" THEN
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE 0             TO JRN-LIDOS.
           MOVE NUM-GRAVACOES TO JRN-ACEITES.
           MOVE NUM-RECUSAS   TO JRN-REJEITADOS.
           MOVE RETURN-CODE   TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
           DISPLAY "LIMITES GRAVADOS NO PARMESC." AT 1401.
       ALTERAR-ESCALOES-EXIT.
           EXIT.
      *---- A ALTERACAO DOS LIMITES E RESERVADA A SUPERVISORES: A
      *---- TENTATIVA DE OUTRO OPERADOR TERMINA COM RETURN-CODE 12 E
      *---- FICA REGISTADA NO JORNAL
       RECUSAR-ALTERACAO.
           ADD 1 TO NUM-RECUSAS.
           MOVE 12 TO RETURN-CODE.
           DISPLAY "ALTERACAO RESERVADA A SUPERVISORES."
           FOREGROUND-COLOR 4 HIGHLIGHT AT 0901.
           DISPLAY "LIMITES NAO ALTERADOS." AT 1001.
       RECUSAR-ALTERACAO-EXIT.
           EXIT.
       END PROGRAM ESCMNT.
