      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revisao pelo supervisor das familias retidas pelas
      *          regras de plausibilidade (ficheiro REVFAM, escrito
      *          pelo questionario T10 e pela verificacao FAMPLA).
      *          Percorre as entradas pendentes e as ja enviadas para
      *          correcao, mostra a familia, os filhos, a regra que
      *          disparou e os valores em causa, e o supervisor
      *          liberta a familia (dados plausiveis, segue para a
      *          exportacao) ou envia-a para correcao no FAMMNT. So
      *          supervisores (ou administradores) activos do mestre
      *          de operadores (OPERFAM) entram.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMREV.

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
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
       77 EOF-REVISAO              PIC X(01)         VALUES "N".
           88 FIM-REVISAO                            VALUES "Y".
       77 SW-FAMILIA-EXISTE        PIC X(01)         VALUES "N".
           88 FAMILIA-EXISTE                         VALUES "S".
      *----
       77 OPCAO                    PIC X(01)         VALUES SPACE.
           88 OPCAO-LIBERTAR                         VALUES "L".
           88 OPCAO-CORRIGIR                         VALUES "C".
           88 OPCAO-SEGUINTE                         VALUES "S", " ".
           88 OPCAO-TERMINAR                         VALUES "T".
       77 RESPOSTA-CONFIRMA        PIC X(01)         VALUES "N".
      *----
      * CAMPOS DE APRESENTACAO DA FAMILIA E DA ENTRADA DE REVISAO
       77 ZNUM-FAMILIA             PIC ZZZZZ9.
       77 ZNUM-FILHOS              PIC Z9.
       77 ZRENDIMENTO-FAMILIAR     PIC ZZ,ZZ9.
       77 TXT-RESIDENCIA           PIC X(10)         VALUES SPACES.
       77 TXT-ESTADO-REVISAO       PIC X(11)         VALUES SPACES.
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
       77 TXT-IDADE-FILHO          PIC X(02)         VALUES SPACES.
       77 POSICAO-IDADE            PIC 9(04)         VALUES 0.
      *----
      * SUPERVISOR DA SESSAO, CONFERIDO NO MESTRE DE OPERADORES
      * (OPERFAM): TEM DE ESTAR REGISTADO, ACTIVO E COM PERFIL DE
      * SUPERVISOR (OU ADMINISTRADOR)
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      *----
      * JORNAL DE EXECUCOES (JRNFAM): MARCA DE INICIO E CONTAGENS
      * DA SESSAO (ENTRADAS MOSTRADAS, DECISOES GRAVADAS, ENTRADAS
      * LIBERTADAS E ENVIADAS PARA CORRECAO, E TENTATIVAS RECUSADAS)
       77 JORNAL-STATUS            PIC X(02)         VALUES "00".
       77 NUM-CONSULTAS            PIC 9(07)         VALUES 0.
       77 NUM-GRAVACOES            PIC 9(07)         VALUES 0.
       77 NUM-LIBERTADAS           PIC 9(07)         VALUES 0.
       77 NUM-ENVIADAS-CORRECAO    PIC 9(07)         VALUES 0.
       77 NUM-RECUSAS              PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
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
           IF OPERADOR-VALIDO AND NOT PERFIL-SUPERVISOR THEN
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "OPERADOR SEM PERFIL DE SUPERVISOR."
                   TO MOTIVO-RECUSA
           END-IF.
           IF NOT OPERADOR-VALIDO THEN
               PERFORM RECUSAR-OPERADOR THRU RECUSAR-OPERADOR-EXIT
               GO TO FIM
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE REVISAO NAO ENCONTRADO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401
               ACCEPT RESPOSTA-CONFIRMA AT 0428
               GO TO FIM
           END-IF.
           OPEN INPUT FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
               DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0401
               ACCEPT RESPOSTA-CONFIRMA AT 0428
               CLOSE REVISAO-FILE
               GO TO FIM
           END-IF.
           OPEN INPUT FILHOS-FILE.
           MOVE LOW-VALUES TO REV-CHAVE.
           START REVISAO-FILE KEY >= REV-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-REVISAO
           END-START.
           PERFORM LER-UMA-REVISAO THRU LER-UMA-REVISAO-EXIT
               UNTIL FIM-REVISAO.
           PERFORM MOSTRAR-TOTAIS THRU MOSTRAR-TOTAIS-EXIT.
           CLOSE REVISAO-FILE.
           CLOSE FAMILIAS-FILE.
           IF FILHOS-STATUS = "00" THEN
               CLOSE FILHOS-FILE
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
           MOVE "FAMREV" TO JRN-PROGRAMA.
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
      *---- IDENTIFICA O SUPERVISOR DA SESSAO, GUARDADO NAS DECISOES
       PEDIR-OPERADOR.
           DISPLAY CLS.
           DISPLAY "CODIGO DO SUPERVISOR:" AT 0101.
           PERFORM UNTIL OPERADOR NOT = SPACES
               ACCEPT OPERADOR AT 0123 FOREGROUND-COLOR 3 HIGHLIGHT
               IF OPERADOR = SPACES THEN
                   DISPLAY "INDIQUE O CODIGO DO SUPERVISOR."
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
      *---- LE A ENTRADA SEGUINTE DO FICHEIRO DE REVISAO; SO AS
      *---- ENTRADAS PENDENTES OU EM CORRECAO SAO MOSTRADAS; A
      *---- RETENCAO POR DUPLA ENTRADA SO SE DECIDE NO ECRA FAMVER
       LER-UMA-REVISAO.
           READ REVISAO-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-REVISAO
               NOT AT END
                   IF REV-RETIDA AND NOT REV-REGRA-DUPLA-ENTRADA THEN
                       ADD 1 TO NUM-CONSULTAS
                       PERFORM MOSTRAR-ENTRADA
                           THRU MOSTRAR-ENTRADA-EXIT
                       PERFORM ESCOLHER-OPCAO
                           THRU ESCOLHER-OPCAO-EXIT
                   END-IF
           END-READ.
       LER-UMA-REVISAO-EXIT.
           EXIT.
      *---- MOSTRA A FAMILIA DO MESTRE, AS IDADES DOS FILHOS E A
      *---- REGRA QUE A RETEVE, COM OS VALORES EM CAUSA
       MOSTRAR-ENTRADA.
           DISPLAY CLS.
           DISPLAY "REVISAO DE PLAUSIBILIDADE DAS FAMILIAS"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           MOVE REV-NUM-FAMILIA TO ZNUM-FAMILIA.
           DISPLAY FUNCTION CONCATENATE("FAMILIA NUMERO.....: ",
           ZNUM-FAMILIA) AT 0301.
           MOVE REV-NUM-FAMILIA TO FAM-NUMERO.
           MOVE "S" TO SW-FAMILIA-EXISTE.
           READ FAMILIAS-FILE KEY IS FAM-NUMERO
               INVALID KEY
                   MOVE "N" TO SW-FAMILIA-EXISTE
           END-READ.
           IF NOT FAMILIA-EXISTE THEN
               DISPLAY "FAMILIA JA NAO EXISTE NO MESTRE."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0401
           ELSE
               PERFORM MOSTRAR-FAMILIA THRU MOSTRAR-FAMILIA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN REV-PENDENTE
                   MOVE "PENDENTE"    TO TXT-ESTADO-REVISAO
               WHEN OTHER
                   MOVE "EM CORRECAO" TO TXT-ESTADO-REVISAO
           END-EVALUATE.
           MOVE REV-DATA-DETECCAO TO DATA-SISTEMA.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           DISPLAY FUNCTION CONCATENATE("REGRA..............: ",
           FUNCTION CONCATENATE(REV-REGRA,
           FUNCTION CONCATENATE(" ", REV-DESCRICAO))) AT 1201
           FOREGROUND-COLOR 4 HIGHLIGHT.
           DISPLAY FUNCTION CONCATENATE("VALORES............: ",
           REV-DETALHE) AT 1301.
           DISPLAY FUNCTION CONCATENATE("DETECTADA EM.......: ",
           FUNCTION CONCATENATE(DATA-EDITADA,
           FUNCTION CONCATENATE(" POR ", REV-ORIGEM))) AT 1401.
           DISPLAY FUNCTION CONCATENATE("ESTADO.............: ",
           TXT-ESTADO-REVISAO) AT 1501.
       MOSTRAR-ENTRADA-EXIT.
           EXIT.
      *---- MOSTRA OS DADOS DA FAMILIA LIDA DO MESTRE
       MOSTRAR-FAMILIA.
           EVALUATE FAM-RESIDENCIA
               WHEN 1
                   MOVE "CONTINENTE" TO TXT-RESIDENCIA
               WHEN 2
                   MOVE "ACORES"     TO TXT-RESIDENCIA
               WHEN 3
                   MOVE "MADEIRA"    TO TXT-RESIDENCIA
               WHEN OTHER
                   MOVE "?"          TO TXT-RESIDENCIA
           END-EVALUATE.
           MOVE FAM-NUM-FILHOS TO ZNUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO ZRENDIMENTO-FAMILIAR.
           DISPLAY FUNCTION CONCATENATE("RESIDENCIA.........: ",
           TXT-RESIDENCIA) AT 0401.
           DISPLAY FUNCTION CONCATENATE("IDADE DO PAI.......: ",
           FAM-IDADE-PAI) AT 0501.
           DISPLAY FUNCTION CONCATENATE("IDADE DA MAE.......: ",
           FAM-IDADE-MAE) AT 0601.
           DISPLAY FUNCTION CONCATENATE("NUMERO DE FILHOS...: ",
           ZNUM-FILHOS) AT 0701.
           DISPLAY FUNCTION CONCATENATE("RENDIMENTO FAMILIAR: ",
           ZRENDIMENTO-FAMILIAR) AT 0801.
           DISPLAY FUNCTION CONCATENATE("CAMPANHA...........: ",
           FAM-CAMPANHA) AT 0901.
           IF FAM-NUM-FILHOS > 0 THEN
               DISPLAY "IDADES DOS FILHOS..:" AT 1001
               PERFORM MOSTRAR-UM-FILHO THRU MOSTRAR-UM-FILHO-EXIT
                   VARYING IDX-FILHO FROM 1 BY 1
                   UNTIL IDX-FILHO > FAM-NUM-FILHOS
           END-IF.
       MOSTRAR-FAMILIA-EXIT.
           EXIT.
      *---- MOSTRA A IDADE DE UM FILHO, LIDA DO MESTRE DE DETALHE
      *---- ("--" SE O REGISTO DE DETALHE FALTAR)
       MOSTRAR-UM-FILHO.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE IDX-FILHO  TO FIL-SEQUENCIA.
           MOVE "--" TO TXT-IDADE-FILHO.
           IF FILHOS-STATUS = "00" THEN
               READ FILHOS-FILE KEY IS FIL-CHAVE
                   INVALID KEY
                       MOVE "--" TO TXT-IDADE-FILHO
                   NOT INVALID KEY
                       MOVE FIL-IDADE TO TXT-IDADE-FILHO
               END-READ
           END-IF.
           COMPUTE POSICAO-IDADE = 1022 + (IDX-FILHO - 1) * 3.
           DISPLAY TXT-IDADE-FILHO AT POSICAO-IDADE.
       MOSTRAR-UM-FILHO-EXIT.
           EXIT.
      *---- PEDE A DECISAO DO SUPERVISOR PARA A ENTRADA MOSTRADA
       ESCOLHER-OPCAO.
           MOVE "?" TO OPCAO.
           DISPLAY "(L)IBERTAR (C)ORRIGIR NO FAMMNT (S)EGUINTE "
           "(T)ERMINAR:" AT 1701.
           PERFORM UNTIL OPCAO-LIBERTAR OR OPCAO-CORRIGIR
                   OR OPCAO-SEGUINTE OR OPCAO-TERMINAR
               ACCEPT OPCAO AT 1756 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
               IF NOT (OPCAO-LIBERTAR OR OPCAO-CORRIGIR
                   OR OPCAO-SEGUINTE OR OPCAO-TERMINAR) THEN
                   DISPLAY "OPCAO NAO E VALIDA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1801
               ELSE
                   DISPLAY " " ERASE EOL AT 1801
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OPCAO-LIBERTAR
                   MOVE "L" TO REV-ESTADO
                   PERFORM GRAVAR-DECISAO THRU GRAVAR-DECISAO-EXIT
                   ADD 1 TO NUM-LIBERTADAS
               WHEN OPCAO-CORRIGIR
                   IF REV-PENDENTE THEN
                       MOVE "C" TO REV-ESTADO
                       PERFORM GRAVAR-DECISAO
                           THRU GRAVAR-DECISAO-EXIT
                       ADD 1 TO NUM-ENVIADAS-CORRECAO
                   END-IF
               WHEN OPCAO-TERMINAR
                   MOVE "Y" TO EOF-REVISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ESCOLHER-OPCAO-EXIT.
           EXIT.
      *---- REGRAVA A ENTRADA COM A DECISAO, A DATA E O SUPERVISOR
       GRAVAR-DECISAO.
           ACCEPT REV-DATA-DECISAO FROM DATE YYYYMMDD.
           MOVE OPERADOR TO REV-SUPERVISOR.
           REWRITE REVISAO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1901
                   DISPLAY "PRIMA ENTER PARA CONTINUAR:" AT 2001
                   ACCEPT RESPOSTA-CONFIRMA AT 2029
               NOT INVALID KEY
                   ADD 1 TO NUM-GRAVACOES
           END-REWRITE.
       GRAVAR-DECISAO-EXIT.
           EXIT.
      *---- RESUMO DAS DECISOES DA SESSAO
       MOSTRAR-TOTAIS.
           DISPLAY CLS.
           DISPLAY "REVISAO DE PLAUSIBILIDADE DAS FAMILIAS"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           MOVE NUM-CONSULTAS TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("ENTRADAS REVISTAS..: ",
           ZCONTAGEM) AT 0301.
           MOVE NUM-LIBERTADAS TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("LIBERTADAS.........: ",
           ZCONTAGEM) AT 0401.
           MOVE NUM-ENVIADAS-CORRECAO TO ZCONTAGEM.
           DISPLAY FUNCTION CONCATENATE("ENVIADAS P/CORRECAO: ",
           ZCONTAGEM) AT 0501.
           DISPLAY "PRIMA ENTER PARA TERMINAR:" AT 0701.
           ACCEPT RESPOSTA-CONFIRMA AT 0728.
       MOSTRAR-TOTAIS-EXIT.
           EXIT.
       END PROGRAM FAMREV.
