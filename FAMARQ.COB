      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arquivo e limpeza dos mestres de familias (FAMILIAS)
      *          e de filhos (FILHOS), que sao cumulativos entre
      *          campanhas. Em arquivo ("A" no PARMARQ) as familias de
      *          uma campanha, ou recolhidas antes de uma data limite
      *          (ou as duas condicoes juntas), passam com os seus
      *          filhos para um par de ficheiros de arquivo datado
      *          (AFAMaaaammddhhmm e AFILaaaammddhhmm) e saem dos
      *          mestres; cada familia retirada fica registada na
      *          auditoria (AUDFAM) como uma eliminacao, e no registo
      *          de movimentos (MOVFAM) para o nacional. A familia com
      *          o maior numero fica sempre no mestre, para o T10 nao
      *          voltar a atribuir numeros ja usados. Em reposicao
      *          ("R") as familias de um par de arquivo (todas, ou so
      *          as de uma campanha) voltam aos mestres para uma
      *          consulta pontual. A listagem RELARQ mostra as
      *          contagens dos mestres antes e depois e os totais de
      *          controlo. So um supervisor (conferido no OPERFAM)
      *          corre o arquivo ou a reposicao. Termina com
      *          RETURN-CODE 4 se os totais nao batem, se houve
      *          erros ao eliminar dos mestres ou familias por repor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMARQ.

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
           SELECT ARQ-FAMILIAS-FILE ASSIGN TO NOME-ARQ-FAMILIAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQ-FAMILIAS-STATUS.
           SELECT ARQ-FILHOS-FILE ASSIGN TO NOME-ARQ-FILHOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQ-FILHOS-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS OPERADORES-STATUS.
           SELECT LISTAGEM-FILE ASSIGN TO "RELARQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
      *---- ARQUIVO DAS FAMILIAS RETIRADAS DO MESTRE, COM O REGISTO
      *---- TAL COMO ESTAVA NO FAMILIAS, POR ORDEM DE NUMERO
       FD  ARQ-FAMILIAS-FILE.
       01  ARQ-FAMILIA-REC                PIC X(32).
      *---- ARQUIVO DOS FILHOS DESSAS FAMILIAS, COM O REGISTO TAL
      *---- COMO ESTAVA NO FILHOS, PELA MESMA ORDEM
       FD  ARQ-FILHOS-FILE.
       01  ARQ-FILHO-REC.
           05  ARQ-FIL-NUM-FAMILIA         PIC 9(06).
           05  FILLER                      PIC X(04).
       FD  AUDITORIA-FILE.
           COPY AUDREC.
      *---- MOVIMENTOS DO MESTRE A TRANSMITIR AO NACIONAL (FAMDLT)
       FD  MOVIMENTOS-FILE.
           COPY MOVREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
       FD  LISTAGEM-FILE.
       01  LINHA-LISTAGEM                 PIC X(80).
      *---- PARAMETROS DE EXECUCAO: FUNCAO ("A" = ARQUIVAR, "R" =
      *---- REPOR), CAMPANHA, DATA LIMITE DA RECOLHA (SO NO ARQUIVO:
      *---- FICAM AS FAMILIAS RECOLHIDAS ANTES DESTA DATA), DATA E
      *---- HORA DO PAR DE ARQUIVO A REPOR (AAAAMMDDHHMM) E OPERADOR
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-FUNCAO                 PIC X(01).
               88  PARM-ARQUIVAR                       VALUE "A".
               88  PARM-REPOR                          VALUE "R".
           05  PARM-CAMPANHA               PIC X(06).
           05  PARM-DATA-LIMITE            PIC X(08).
           05  PARM-DATA-LIMITE-N REDEFINES PARM-DATA-LIMITE
                                           PIC 9(08).
           05  PARM-ARQUIVO                PIC X(12).
           05  PARM-OPERADOR               PIC X(08).
           05  FILLER                      PIC X(05).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 ARQ-FAMILIAS-STATUS      PIC X(02)         VALUES "00".
       77 ARQ-FILHOS-STATUS        PIC X(02)         VALUES "00".
       77 AUDITORIA-STATUS         PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-FAMILIAS             PIC X(01)         VALUES "N".
           88 FIM-FAMILIAS                           VALUES "Y".
       77 EOF-FILHOS               PIC X(01)         VALUES "N".
           88 FIM-FILHOS                             VALUES "Y".
       77 EOF-ARQ-FAMILIAS         PIC X(01)         VALUES "N".
           88 FIM-ARQ-FAMILIAS                       VALUES "Y".
       77 EOF-ARQ-FILHOS           PIC X(01)         VALUES "N".
           88 FIM-ARQ-FILHOS                         VALUES "Y".
      *----
      * FUNCAO DA EXECUCAO E CRITERIOS DE SELECCAO (CAMPANHA EM
      * BRANCO OU DATA LIMITE A ZERO = CRITERIO NAO USADO)
       77 SW-FUNCAO                PIC X(01)         VALUES SPACE.
           88 FUNCAO-ARQUIVAR                        VALUES "A".
           88 FUNCAO-REPOR                           VALUES "R".
       77 CAMPANHA-SELECCAO        PIC X(06)         VALUES SPACES.
       77 DATA-LIMITE              PIC 9(08)         VALUES 0.
       77 SW-REPOR-FILHOS          PIC X(01)         VALUES "N".
           88 REPOR-FILHOS                           VALUES "S".
       77 SW-ARQUIVO-INTERROMPIDO  PIC X(01)         VALUES "N".
           88 ARQUIVO-INTERROMPIDO                   VALUES "S".
       77 STATUS-ERRO-ARQUIVO      PIC X(02)         VALUES SPACES.
      *----
      * PAR DE FICHEIROS DE ARQUIVO: AFAM/AFIL SEGUIDO DA DATA E HORA
      * DO ARQUIVO (AAAAMMDDHHMM); NUM ARQUIVO E A DATA E HORA DA
      * EXECUCAO, NUMA REPOSICAO A INDICADA NO PARMARQ
       77 NOME-ARQ-FAMILIAS        PIC X(16)         VALUES SPACES.
       77 NOME-ARQ-FILHOS          PIC X(16)         VALUES SPACES.
       01 ID-ARQUIVO.
           05 ID-ARQ-DATA              PIC 9(08).
           05 ID-ARQ-HHMM              PIC 9(04).
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): O
      * ARQUIVO E A REPOSICAO EXIGEM PERFIL DE SUPERVISOR (OU
      * ADMINISTRADOR), COMO A ELIMINACAO DE FAMILIAS
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      * VALORES DA FAMILIA ANTES DA OPERACAO, PARA A AUDITORIA
       01 VALORES-ANTERIORES.
           05 ANT-RESIDENCIA           PIC 9(01).
           05 ANT-IDADE-PAI            PIC 9(02).
           05 ANT-IDADE-MAE            PIC 9(02).
           05 ANT-NUM-FILHOS           PIC 9(02).
           05 ANT-RENDIMENTO           PIC 9(05).
      *----
      * REGISTO DE MOVIMENTOS DO POSTO (MOVFAM): A FAMILIA ARQUIVADA
      * SAI DO NACIONAL COMO UMA ELIMINACAO E A REPOSTA VOLTA COMO
      * UMA INCLUSAO, NA PROXIMA TRANSMISSAO DE ALTERACOES (FAMDLT)
       77 MOVIMENTOS-STATUS        PIC X(02)         VALUES "00".
       77 TIPO-MOVIMENTO           PIC X(01)         VALUES SPACE.
       77 ORIGEM-MOVIMENTO         PIC X(08)         VALUES "FAMARQ".
       01 HORA-MOVIMENTO.
           05 HORA-MOV-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
      * CONTAGENS DOS MESTRES ANTES E DEPOIS, E MAIOR NUMERO DE
      * FAMILIA (A FAMILIA COM ESTE NUMERO NUNCA E ARQUIVADA)
       77 NUM-FAMILIAS-ANTES       PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-DEPOIS      PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-CONTADAS    PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-ANTES         PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-DEPOIS        PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-CONTADOS      PIC 9(07)         VALUES 0.
       77 MAIOR-NUM-FAMILIA        PIC 9(06)         VALUES 0.
      * CONTAGENS DO ARQUIVO
       77 NUM-FAMILIAS-LIDAS       PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-ARQUIVADAS  PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-ARQUIVADOS    PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-FAMILIA       PIC 9(07)         VALUES 0.
       77 NUM-SEM-DATA             PIC 9(07)         VALUES 0.
       77 NUM-ULTIMO-NUMERO        PIC 9(07)         VALUES 0.
       77 NUM-ERROS-ELIMINACAO     PIC 9(07)         VALUES 0.
      * CONTAGENS DA REPOSICAO
       77 NUM-FAMILIAS-REPOSTAS    PIC 9(07)         VALUES 0.
       77 NUM-JA-NO-MESTRE         PIC 9(07)         VALUES 0.
       77 NUM-FORA-CAMPANHA        PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-LIDOS         PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-REPOSTOS      PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-NAO-REPOSTOS  PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-JA-EXISTENTES PIC 9(07)         VALUES 0.
       77 NUM-FILHOS-ORFAOS        PIC 9(07)         VALUES 0.
       77 NUM-AUDITORIAS           PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 ZCONTAGEM-2              PIC ZZZZZZ9.
       77 ZCONTAGEM-3              PIC ZZZZZZ9.
       77 ZNUM-FAMILIA             PIC 9(06).
       77 TEXTO-CONTROLO           PIC X(50)         VALUES SPACES.
       77 SW-CONTROLO              PIC X(01)         VALUES "N".
           88 CONTROLO-CERTO                         VALUES "S".
      *----
      * FAMILIAS E FILHOS ARQUIVADOS (OU REPOSTOS) POR CAMPANHA,
      * POR ORDEM DE APARECIMENTO; A PARTIR DA 40A CAMPANHA FICAM
      * TODAS NA ULTIMA LINHA (OUTRAS)
       77 LIMITE-CAMPANHAS         PIC 9(02)         VALUES 40.
       77 NUM-CAMPANHAS            PIC 9(02)         VALUES 0.
       77 IDX-CAMPANHA             PIC 9(02)         VALUES 0.
       01 TOTAIS-CAMPANHAS.
           05 CMP-TOT OCCURS 40 TIMES INDEXED BY CMP-IDX.
               10 CMP-CODIGO               PIC X(06).
               10 CMP-FAMILIAS             PIC 9(07).
               10 CMP-FILHOS               PIC 9(07).
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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-INICIO-JORNAL
               THRU MARCAR-INICIO-JORNAL-EXIT.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
      *---- O OPERADOR E CONFERIDO ANTES DE ABRIR QUALQUER FICHEIRO,
      *---- PARA UMA EXECUCAO RECUSADA NAO TOCAR NOS MESTRES
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT.
           IF OPERADOR-VALIDO AND NOT PERFIL-SUPERVISOR THEN
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "ARQUIVO E REPOSICAO EXIGEM SUPERVISOR."
                   TO MOTIVO-RECUSA
           END-IF.
           IF NOT OPERADOR-VALIDO THEN
               DISPLAY "EXECUCAO RECUSADA, OPERADOR " OPERADOR ": "
                   MOTIVO-RECUSA
               MOVE 12 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM ABRIR-FICHEIROS THRU ABRIR-FICHEIROS-EXIT.
           IF RETURN-CODE = 8 THEN
               GO TO FIM
           END-IF.
           OPEN OUTPUT LISTAGEM-FILE.
           PERFORM IMPRIMIR-CABECALHO THRU IMPRIMIR-CABECALHO-EXIT.
           MOVE ZEROS TO TOTAIS-CAMPANHAS.
           MOVE "OUTRAS" TO CMP-CODIGO(LIMITE-CAMPANHAS).
           PERFORM CONTAR-MESTRES THRU CONTAR-MESTRES-EXIT.
           MOVE NUM-FAMILIAS-CONTADAS TO NUM-FAMILIAS-ANTES.
           MOVE NUM-FILHOS-CONTADOS   TO NUM-FILHOS-ANTES.
           IF FUNCAO-ARQUIVAR THEN
               PERFORM ARQUIVAR-FAMILIAS THRU ARQUIVAR-FAMILIAS-EXIT
           ELSE
               PERFORM REPOR-FAMILIAS THRU REPOR-FAMILIAS-EXIT
           END-IF.
           PERFORM CONTAR-MESTRES THRU CONTAR-MESTRES-EXIT.
           MOVE NUM-FAMILIAS-CONTADAS TO NUM-FAMILIAS-DEPOIS.
           MOVE NUM-FILHOS-CONTADOS   TO NUM-FILHOS-DEPOIS.
           PERFORM IMPRIMIR-CAMPANHAS THRU IMPRIMIR-CAMPANHAS-EXIT.
           IF FUNCAO-ARQUIVAR THEN
               PERFORM IMPRIMIR-TOTAIS-ARQUIVO
                   THRU IMPRIMIR-TOTAIS-ARQUIVO-EXIT
           ELSE
               PERFORM IMPRIMIR-TOTAIS-REPOSICAO
                   THRU IMPRIMIR-TOTAIS-REPOSICAO-EXIT
           END-IF.
           CLOSE LISTAGEM-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           CLOSE ARQ-FAMILIAS-FILE.
           CLOSE ARQ-FILHOS-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE MOVIMENTOS-FILE.
           IF FUNCAO-ARQUIVAR THEN
               MOVE NUM-FAMILIAS-ARQUIVADAS TO ZCONTAGEM
               MOVE NUM-FILHOS-ARQUIVADOS   TO ZCONTAGEM-2
               DISPLAY "FAMILIAS ARQUIVADAS: " ZCONTAGEM
                   " FILHOS: " ZCONTAGEM-2 " EM " NOME-ARQ-FAMILIAS
           ELSE
               MOVE NUM-FAMILIAS-REPOSTAS TO ZCONTAGEM
               MOVE NUM-FILHOS-REPOSTOS   TO ZCONTAGEM-2
               DISPLAY "FAMILIAS REPOSTAS: " ZCONTAGEM
                   " FILHOS: " ZCONTAGEM-2 " DE " NOME-ARQ-FAMILIAS
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
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO (UMA EXECUCAO
      *---- RECUSADA AO OPERADOR FICA COM RETURN-CODE 12)
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
           MOVE "FAMARQ" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-FAMILIAS-LIDAS TO JRN-LIDOS.
           IF FUNCAO-ARQUIVAR THEN
               MOVE NUM-FAMILIAS-ARQUIVADAS TO JRN-ACEITES
               MOVE NUM-ERROS-ELIMINACAO    TO JRN-REJEITADOS
           ELSE
               MOVE NUM-FAMILIAS-REPOSTAS   TO JRN-ACEITES
               MOVE NUM-JA-NO-MESTRE        TO JRN-REJEITADOS
           END-IF.
           IF RETURN-CODE = 12 THEN
               MOVE 1 TO JRN-REJEITADOS
           END-IF.
           MOVE RETURN-CODE        TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE E CONFERE O FICHEIRO DE PARAMETROS, QUE E OBRIGATORIO:
      *---- O ARQUIVO PRECISA DE UMA CAMPANHA OU DE UMA DATA LIMITE
      *---- (NUNCA ARQUIVA O MESTRE INTEIRO) E A REPOSICAO DA DATA E
      *---- HORA DO PAR DE ARQUIVO
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE PARAMETROS PARMARQ NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END
                   DISPLAY "FICHEIRO DE PARAMETROS PARMARQ VAZIO."
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE PARAMETRO-FILE.
           IF RETURN-CODE = 8 THEN
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           MOVE PARM-OPERADOR TO OPERADOR.
           MOVE PARM-CAMPANHA TO CAMPANHA-SELECCAO.
           IF PARM-ARQUIVAR THEN
               MOVE "A" TO SW-FUNCAO
           END-IF.
           IF PARM-REPOR THEN
               MOVE "R" TO SW-FUNCAO
           END-IF.
           IF SW-FUNCAO = SPACE THEN
               DISPLAY "FUNCAO INVALIDA NO PARMARQ: " PARM-FUNCAO
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           IF PARM-DATA-LIMITE NOT = SPACES THEN
               IF PARM-DATA-LIMITE IS NUMERIC THEN
                   MOVE PARM-DATA-LIMITE-N TO DATA-LIMITE
               ELSE
                   DISPLAY "DATA LIMITE INVALIDA NO PARMARQ: "
                       PARM-DATA-LIMITE
                   MOVE 8 TO RETURN-CODE
                   GO TO LER-PARAMETROS-EXIT
               END-IF
           END-IF.
           IF FUNCAO-ARQUIVAR THEN
               IF CAMPANHA-SELECCAO = SPACES AND DATA-LIMITE = 0 THEN
                   DISPLAY "ARQUIVO SEM CAMPANHA NEM DATA LIMITE."
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           IF PARM-ARQUIVO IS NOT NUMERIC THEN
               DISPLAY "ARQUIVO A REPOR INVALIDO NO PARMARQ: "
                   PARM-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GO TO LER-PARAMETROS-EXIT
           END-IF.
           MOVE PARM-ARQUIVO TO ID-ARQUIVO.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- CONFERE O OPERADOR NO MESTRE DE OPERADORES (OPERFAM) E
      *---- GUARDA O SEU PERFIL; UM OPERADOR DESCONHECIDO OU
      *---- INACTIVO (OU A FALTA DO MESTRE) FICA RECUSADO
       VERIFICAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           MOVE SPACE TO PERFIL-OPERADOR.
           IF OPERADOR = SPACES THEN
               MOVE "CODIGO DE OPERADOR EM BRANCO NO PARMARQ."
                   TO MOTIVO-RECUSA
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
      *---- ABRE O PAR DE ARQUIVO (NOVO NUM ARQUIVO, QUE NUNCA
      *---- SUBSTITUI UM PAR JA EXISTENTE; O INDICADO NUMA
      *---- REPOSICAO), OS MESTRES EM ACTUALIZACAO, A AUDITORIA E O
      *---- REGISTO DE MOVIMENTOS (CRIADOS SE FALTAREM)
       ABRIR-FICHEIROS.
           IF FUNCAO-ARQUIVAR THEN
               ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE DATA-SISTEMA TO ID-ARQ-DATA
               MOVE HORA-HHMMSS(1:4) TO ID-ARQ-HHMM
           END-IF.
           MOVE SPACES TO NOME-ARQ-FAMILIAS.
           STRING "AFAM" ID-ARQUIVO
               DELIMITED BY SIZE INTO NOME-ARQ-FAMILIAS.
           MOVE SPACES TO NOME-ARQ-FILHOS.
           STRING "AFIL" ID-ARQUIVO
               DELIMITED BY SIZE INTO NOME-ARQ-FILHOS.
           OPEN INPUT ARQ-FAMILIAS-FILE.
           IF FUNCAO-ARQUIVAR THEN
               IF ARQ-FAMILIAS-STATUS = "00" THEN
                   CLOSE ARQ-FAMILIAS-FILE
                   DISPLAY "FICHEIRO DE ARQUIVO JA EXISTE: "
                       NOME-ARQ-FAMILIAS
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-FICHEIROS-EXIT
               END-IF
               OPEN OUTPUT ARQ-FAMILIAS-FILE
               IF ARQ-FAMILIAS-STATUS NOT = "00" THEN
                   DISPLAY "ERRO " ARQ-FAMILIAS-STATUS
                       " AO CRIAR O FICHEIRO DE ARQUIVO: "
                       NOME-ARQ-FAMILIAS
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-FICHEIROS-EXIT
               END-IF
               OPEN OUTPUT ARQ-FILHOS-FILE
               IF ARQ-FILHOS-STATUS NOT = "00" THEN
                   CLOSE ARQ-FAMILIAS-FILE
                   DISPLAY "ERRO " ARQ-FILHOS-STATUS
                       " AO CRIAR O FICHEIRO DE ARQUIVO: "
                       NOME-ARQ-FILHOS
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-FICHEIROS-EXIT
               END-IF
           ELSE
               IF ARQ-FAMILIAS-STATUS NOT = "00" THEN
                   DISPLAY "FICHEIRO DE ARQUIVO NAO ENCONTRADO: "
                       NOME-ARQ-FAMILIAS
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-FICHEIROS-EXIT
               END-IF
               OPEN INPUT ARQ-FILHOS-FILE
               IF ARQ-FILHOS-STATUS NOT = "00" THEN
                   CLOSE ARQ-FAMILIAS-FILE
                   DISPLAY "FICHEIRO DE ARQUIVO NAO ENCONTRADO: "
                       NOME-ARQ-FILHOS
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-FICHEIROS-EXIT
               END-IF
           END-IF.
           OPEN I-O FAMILIAS-FILE.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               CLOSE ARQ-FAMILIAS-FILE
               CLOSE ARQ-FILHOS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-FICHEIROS-EXIT
           END-IF.
           OPEN I-O FILHOS-FILE.
           IF FILHOS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FILHOS NAO ENCONTRADO."
               CLOSE FAMILIAS-FILE
               CLOSE ARQ-FAMILIAS-FILE
               CLOSE ARQ-FILHOS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-FICHEIROS-EXIT
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
      *---- CONTA AS FAMILIAS E OS FILHOS DOS MESTRES, PARA O
      *---- CONTROLO ANTES E DEPOIS, E GUARDA O MAIOR NUMERO DE
      *---- FAMILIA
       CONTAR-MESTRES.
           MOVE 0   TO NUM-FAMILIAS-CONTADAS.
           MOVE 0   TO NUM-FILHOS-CONTADOS.
           MOVE "N" TO EOF-FAMILIAS.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-FAMILIAS
           END-START.
           PERFORM CONTAR-UMA-FAMILIA THRU CONTAR-UMA-FAMILIA-EXIT
               UNTIL FIM-FAMILIAS.
           MOVE "N" TO EOF-FILHOS.
           MOVE ZEROS TO FIL-CHAVE.
           START FILHOS-FILE KEY >= FIL-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-FILHOS
           END-START.
           PERFORM CONTAR-UM-FILHO THRU CONTAR-UM-FILHO-EXIT
               UNTIL FIM-FILHOS.
       CONTAR-MESTRES-EXIT.
           EXIT.
       CONTAR-UMA-FAMILIA.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FAMILIAS
               NOT AT END
                   ADD 1 TO NUM-FAMILIAS-CONTADAS
                   MOVE FAM-NUMERO TO MAIOR-NUM-FAMILIA
           END-READ.
       CONTAR-UMA-FAMILIA-EXIT.
           EXIT.
       CONTAR-UM-FILHO.
           READ FILHOS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FILHOS
               NOT AT END
                   ADD 1 TO NUM-FILHOS-CONTADOS
           END-READ.
       CONTAR-UM-FILHO-EXIT.
           EXIT.
      *---- ARQUIVO: PERCORRE O MESTRE POR ORDEM DE NUMERO E RETIRA
      *---- AS FAMILIAS SELECCIONADAS
       ARQUIVAR-FAMILIAS.
           MOVE "N" TO EOF-FAMILIAS.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-FAMILIAS
           END-START.
           PERFORM ARQUIVAR-UMA-FAMILIA THRU ARQUIVAR-UMA-FAMILIA-EXIT
               UNTIL FIM-FAMILIAS.
       ARQUIVAR-FAMILIAS-EXIT.
           EXIT.
      *---- UMA FAMILIA SEM DATA DE RECOLHA (CONVERTIDA DO FORMATO
      *---- ANTIGO) NAO E ARQUIVADA POR DATA; A DO MAIOR NUMERO FICA
      *---- NO MESTRE, PORQUE E DELA QUE O T10 TIRA O NUMERO SEGUINTE
       ARQUIVAR-UMA-FAMILIA.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FAMILIAS
                   GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-READ.
           ADD 1 TO NUM-FAMILIAS-LIDAS.
           IF CAMPANHA-SELECCAO NOT = SPACES
               AND FAM-CAMPANHA NOT = CAMPANHA-SELECCAO THEN
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
           IF DATA-LIMITE > 0 AND FAM-DATA-RECOLHA = 0 THEN
               ADD 1 TO NUM-SEM-DATA
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
           IF DATA-LIMITE > 0
               AND FAM-DATA-RECOLHA NOT < DATA-LIMITE THEN
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
           IF FAM-NUMERO = MAIOR-NUM-FAMILIA THEN
               ADD 1 TO NUM-ULTIMO-NUMERO
               PERFORM LISTAR-ULTIMO-NUMERO
                   THRU LISTAR-ULTIMO-NUMERO-EXIT
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
      *---- A FAMILIA E TODOS OS SEUS FILHOS FICAM GRAVADOS NO
      *---- ARQUIVO ANTES DE QUALQUER ELIMINACAO NOS MESTRES
           MOVE FAMILIA-REC TO ARQ-FAMILIA-REC.
           WRITE ARQ-FAMILIA-REC.
           IF ARQ-FAMILIAS-STATUS NOT = "00" THEN
               MOVE ARQ-FAMILIAS-STATUS TO STATUS-ERRO-ARQUIVO
               PERFORM INTERROMPER-ARQUIVO
                   THRU INTERROMPER-ARQUIVO-EXIT
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
           PERFORM ARQUIVAR-FILHOS THRU ARQUIVAR-FILHOS-EXIT.
           IF ARQUIVO-INTERROMPIDO THEN
               GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-IF.
           DELETE FAMILIAS-FILE RECORD
               INVALID KEY
                   ADD 1 TO NUM-ERROS-ELIMINACAO
                   GO TO ARQUIVAR-UMA-FAMILIA-EXIT
           END-DELETE.
           PERFORM APAGAR-FILHOS THRU APAGAR-FILHOS-EXIT.
           ADD 1 TO NUM-FAMILIAS-ARQUIVADAS.
           ADD NUM-FILHOS-FAMILIA TO NUM-FILHOS-ARQUIVADOS.
           PERFORM PROCURAR-CAMPANHA THRU PROCURAR-CAMPANHA-EXIT.
           ADD 1 TO CMP-FAMILIAS(IDX-CAMPANHA).
           ADD NUM-FILHOS-FAMILIA TO CMP-FILHOS(IDX-CAMPANHA).
           MOVE "E" TO TIPO-MOVIMENTO.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
           MOVE FAM-RESIDENCIA          TO ANT-RESIDENCIA.
           MOVE FAM-IDADE-PAI           TO ANT-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO ANT-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO ANT-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO ANT-RENDIMENTO.
           MOVE ZEROS TO FAM-RESIDENCIA, FAM-IDADE-PAI,
               FAM-IDADE-MAE, FAM-NUM-FILHOS,
               FAM-RENDIMENTO-FAMILIAR.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
       ARQUIVAR-UMA-FAMILIA-EXIT.
           EXIT.
      *---- PASSA PARA O ARQUIVO TODO O DETALHE DE FILHOS DA FAMILIA
      *---- (TAMBEM O QUE ESTEJA ALEM DO NUMERO DE FILHOS), SEM APAGAR
      *---- NADA NO MESTRE
       ARQUIVAR-FILHOS.
           MOVE 0   TO NUM-FILHOS-FAMILIA.
           PERFORM POSICIONAR-FILHOS THRU POSICIONAR-FILHOS-EXIT.
           PERFORM ARQUIVAR-UM-FILHO THRU ARQUIVAR-UM-FILHO-EXIT
               UNTIL FIM-FILHOS.
       ARQUIVAR-FILHOS-EXIT.
           EXIT.
       ARQUIVAR-UM-FILHO.
           READ FILHOS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FILHOS
                   GO TO ARQUIVAR-UM-FILHO-EXIT
           END-READ.
           IF FIL-NUM-FAMILIA NOT = FAM-NUMERO THEN
               MOVE "Y" TO EOF-FILHOS
               GO TO ARQUIVAR-UM-FILHO-EXIT
           END-IF.
           MOVE FILHO-REC TO ARQ-FILHO-REC.
           WRITE ARQ-FILHO-REC.
           IF ARQ-FILHOS-STATUS NOT = "00" THEN
               MOVE ARQ-FILHOS-STATUS TO STATUS-ERRO-ARQUIVO
               PERFORM INTERROMPER-ARQUIVO
                   THRU INTERROMPER-ARQUIVO-EXIT
               MOVE "Y" TO EOF-FILHOS
               GO TO ARQUIVAR-UM-FILHO-EXIT
           END-IF.
           ADD 1 TO NUM-FILHOS-FAMILIA.
       ARQUIVAR-UM-FILHO-EXIT.
           EXIT.
      *---- COM A FAMILIA JA FORA DO MESTRE, APAGA O DETALHE DE FILHOS
      *---- QUE FICOU GRAVADO NO ARQUIVO
       APAGAR-FILHOS.
           PERFORM POSICIONAR-FILHOS THRU POSICIONAR-FILHOS-EXIT.
           PERFORM APAGAR-UM-FILHO THRU APAGAR-UM-FILHO-EXIT
               UNTIL FIM-FILHOS.
       APAGAR-FILHOS-EXIT.
           EXIT.
       APAGAR-UM-FILHO.
           READ FILHOS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FILHOS
                   GO TO APAGAR-UM-FILHO-EXIT
           END-READ.
           IF FIL-NUM-FAMILIA NOT = FAM-NUMERO THEN
               MOVE "Y" TO EOF-FILHOS
               GO TO APAGAR-UM-FILHO-EXIT
           END-IF.
           DELETE FILHOS-FILE RECORD
               INVALID KEY
                   ADD 1 TO NUM-ERROS-ELIMINACAO
                   DISPLAY "ERRO " FILHOS-STATUS " AO ELIMINAR O FILHO "
                       FIL-SEQUENCIA " DA FAMILIA " FAM-NUMERO
           END-DELETE.
       APAGAR-UM-FILHO-EXIT.
           EXIT.
      *---- POSICIONA O MESTRE DE FILHOS NO PRIMEIRO FILHO DA FAMILIA
       POSICIONAR-FILHOS.
           MOVE "N" TO EOF-FILHOS.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE ZEROS      TO FIL-SEQUENCIA.
           START FILHOS-FILE KEY >= FIL-CHAVE
               INVALID KEY
                   MOVE "Y" TO EOF-FILHOS
           END-START.
       POSICIONAR-FILHOS-EXIT.
           EXIT.
      *---- ERRO DE GRAVACAO NO PAR DE ARQUIVO: A FAMILIA EM CURSO E
      *---- OS SEUS FILHOS CONTINUAM TODOS NO MESTRE (O QUE DELES JA
      *---- ESTEJA NO ARQUIVO FICA COMO JA NO MESTRE NUMA REPOSICAO),
      *---- E O ARQUIVO PARA AQUI COM RETURN-CODE 8, SEM AUDITORIA NEM
      *---- MOVIMENTO DESSA FAMILIA
       INTERROMPER-ARQUIVO.
           MOVE "S" TO SW-ARQUIVO-INTERROMPIDO.
           MOVE "Y" TO EOF-FAMILIAS.
           MOVE 8 TO RETURN-CODE.
           MOVE FAM-NUMERO TO ZNUM-FAMILIA.
           DISPLAY "ERRO " STATUS-ERRO-ARQUIVO
               " AO GRAVAR NO ARQUIVO, FAMILIA " ZNUM-FAMILIA
               ": ARQUIVO INTERROMPIDO".
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "  " ZNUM-FAMILIA "  ERRO " STATUS-ERRO-ARQUIVO
               " AO GRAVAR NO ARQUIVO: ARQUIVO INTERROMPIDO"
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       INTERROMPER-ARQUIVO-EXIT.
           EXIT.
       LISTAR-ULTIMO-NUMERO.
           MOVE FAM-NUMERO TO ZNUM-FAMILIA.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "  " ZNUM-FAMILIA "  MANTIDA NO MESTRE: E A FAMILIA"
               " COM O MAIOR NUMERO"
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       LISTAR-ULTIMO-NUMERO-EXIT.
           EXIT.
      *---- REPOSICAO: OS DOIS FICHEIROS DO PAR VEM POR ORDEM DE
      *---- NUMERO DE FAMILIA, POR ISSO OS FILHOS SAO LIDOS A PAR
      *---- DAS FAMILIAS, UM REGISTO A FRENTE
       REPOR-FAMILIAS.
           MOVE "N" TO EOF-ARQ-FAMILIAS.
           MOVE "N" TO EOF-ARQ-FILHOS.
           PERFORM LER-ARQ-FILHO THRU LER-ARQ-FILHO-EXIT.
           PERFORM REPOR-UMA-FAMILIA THRU REPOR-UMA-FAMILIA-EXIT
               UNTIL FIM-ARQ-FAMILIAS.
      *---- FILHOS QUE SOBRAM DEPOIS DA ULTIMA FAMILIA DO ARQUIVO
           MOVE 999999 TO FAM-NUMERO.
           MOVE "N" TO SW-REPOR-FILHOS.
           PERFORM REPOR-UM-FILHO THRU REPOR-UM-FILHO-EXIT
               UNTIL FIM-ARQ-FILHOS.
       REPOR-FAMILIAS-EXIT.
           EXIT.
      *---- UMA FAMILIA FORA DA CAMPANHA PEDIDA, OU QUE JA ESTEJA NO
      *---- MESTRE, NAO E REPOSTA, NEM OS SEUS FILHOS
       REPOR-UMA-FAMILIA.
           READ ARQ-FAMILIAS-FILE
               AT END
                   MOVE "Y" TO EOF-ARQ-FAMILIAS
                   GO TO REPOR-UMA-FAMILIA-EXIT
           END-READ.
           ADD 1 TO NUM-FAMILIAS-LIDAS.
           MOVE ARQ-FAMILIA-REC TO FAMILIA-REC.
           MOVE "N" TO SW-REPOR-FILHOS.
           IF CAMPANHA-SELECCAO NOT = SPACES
               AND FAM-CAMPANHA NOT = CAMPANHA-SELECCAO THEN
               ADD 1 TO NUM-FORA-CAMPANHA
               GO TO REPOR-UMA-FAMILIA-FILHOS
           END-IF.
           WRITE FAMILIA-REC
               INVALID KEY
                   ADD 1 TO NUM-JA-NO-MESTRE
                   PERFORM LISTAR-JA-NO-MESTRE
                       THRU LISTAR-JA-NO-MESTRE-EXIT
                   GO TO REPOR-UMA-FAMILIA-FILHOS
           END-WRITE.
           ADD 1 TO NUM-FAMILIAS-REPOSTAS.
           MOVE "S" TO SW-REPOR-FILHOS.
           PERFORM PROCURAR-CAMPANHA THRU PROCURAR-CAMPANHA-EXIT.
           ADD 1 TO CMP-FAMILIAS(IDX-CAMPANHA).
           MOVE "I" TO TIPO-MOVIMENTO.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
           MOVE ZEROS TO VALORES-ANTERIORES.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
       REPOR-UMA-FAMILIA-FILHOS.
           PERFORM REPOR-UM-FILHO THRU REPOR-UM-FILHO-EXIT
               UNTIL FIM-ARQ-FILHOS
               OR ARQ-FIL-NUM-FAMILIA > FAM-NUMERO.
       REPOR-UMA-FAMILIA-EXIT.
           EXIT.
      *---- TRATA O FILHO DO ARQUIVO EM ESPERA E LE O SEGUINTE; UM
      *---- FILHO DE UMA FAMILIA QUE NAO ESTA NO ARQUIVO FICA CONTADO
      *---- A PARTE
       REPOR-UM-FILHO.
           IF ARQ-FIL-NUM-FAMILIA NOT = FAM-NUMERO THEN
               ADD 1 TO NUM-FILHOS-ORFAOS
               GO TO REPOR-UM-FILHO-LER
           END-IF.
           IF NOT REPOR-FILHOS THEN
               ADD 1 TO NUM-FILHOS-NAO-REPOSTOS
               GO TO REPOR-UM-FILHO-LER
           END-IF.
           MOVE ARQ-FILHO-REC TO FILHO-REC.
           WRITE FILHO-REC
               INVALID KEY
                   ADD 1 TO NUM-FILHOS-JA-EXISTENTES
                   GO TO REPOR-UM-FILHO-LER
           END-WRITE.
           ADD 1 TO NUM-FILHOS-REPOSTOS.
           ADD 1 TO CMP-FILHOS(IDX-CAMPANHA).
       REPOR-UM-FILHO-LER.
           PERFORM LER-ARQ-FILHO THRU LER-ARQ-FILHO-EXIT.
       REPOR-UM-FILHO-EXIT.
           EXIT.
       LER-ARQ-FILHO.
           READ ARQ-FILHOS-FILE
               AT END
                   MOVE "Y" TO EOF-ARQ-FILHOS
               NOT AT END
                   ADD 1 TO NUM-FILHOS-LIDOS
           END-READ.
       LER-ARQ-FILHO-EXIT.
           EXIT.
       LISTAR-JA-NO-MESTRE.
           MOVE FAM-NUMERO TO ZNUM-FAMILIA.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "  " ZNUM-FAMILIA "  NAO REPOSTA: O NUMERO JA ESTA"
               " NO MESTRE"
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       LISTAR-JA-NO-MESTRE-EXIT.
           EXIT.
      *---- DEVOLVE EM IDX-CAMPANHA A LINHA DA CAMPANHA DA FAMILIA,
      *---- ABRINDO UMA NOVA SE AINDA HOUVER ESPACO
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
      *---- REGISTA A FAMILIA ARQUIVADA OU REPOSTA NA AUDITORIA: O
      *---- ARQUIVO FICA COMO UMA ELIMINACAO (VALORES "DEPOIS" A
      *---- ZERO) E A REPOSICAO COMO UMA INCLUSAO ("ANTES" A ZERO)
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
           ADD 1 TO NUM-AUDITORIAS.
       GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *---- CABECALHO DA LISTAGEM DE CONTROLO
       IMPRIMIR-CABECALHO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           IF FUNCAO-ARQUIVAR THEN
               MOVE "ARQUIVO E LIMPEZA DOS MESTRES DE FAMILIAS"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "REPOSICAO DE FAMILIAS ARQUIVADAS NOS MESTRES"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               "   OPERADOR: " OPERADOR
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "FICHEIROS DE ARQUIVO: " NOME-ARQ-FAMILIAS
               " " NOME-ARQ-FILHOS
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF CAMPANHA-SELECCAO = SPACES THEN
               MOVE "CAMPANHA: TODAS" TO LINHA-LISTAGEM
           ELSE
               STRING "CAMPANHA: " CAMPANHA-SELECCAO
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           IF FUNCAO-ARQUIVAR AND DATA-LIMITE > 0 THEN
               MOVE SPACES TO LINHA-LISTAGEM
               MOVE DATA-LIMITE(7:2) TO DATA-ED-DIA
               MOVE DATA-LIMITE(5:2) TO DATA-ED-MES
               MOVE DATA-LIMITE(1:4) TO DATA-ED-ANO
               STRING "RECOLHIDAS ANTES DE: " DATA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
               WRITE LINHA-LISTAGEM
           END-IF.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *---- FAMILIAS E FILHOS ARQUIVADOS OU REPOSTOS POR CAMPANHA
       IMPRIMIR-CAMPANHAS.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           IF FUNCAO-ARQUIVAR THEN
               MOVE "ARQUIVADAS POR CAMPANHA:    FAMILIAS    FILHOS"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "REPOSTAS POR CAMPANHA:      FAMILIAS    FILHOS"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           PERFORM IMPRIMIR-UMA-CAMPANHA
               THRU IMPRIMIR-UMA-CAMPANHA-EXIT
               VARYING IDX-CAMPANHA FROM 1 BY 1
               UNTIL IDX-CAMPANHA > LIMITE-CAMPANHAS.
       IMPRIMIR-CAMPANHAS-EXIT.
           EXIT.
       IMPRIMIR-UMA-CAMPANHA.
           IF CMP-FAMILIAS(IDX-CAMPANHA) = 0 THEN
               GO TO IMPRIMIR-UMA-CAMPANHA-EXIT
           END-IF.
           MOVE CMP-FAMILIAS(IDX-CAMPANHA) TO ZCONTAGEM.
           MOVE CMP-FILHOS(IDX-CAMPANHA)   TO ZCONTAGEM-2.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF CMP-CODIGO(IDX-CAMPANHA) = SPACES THEN
               STRING "  (SEM CAMPANHA)          " ZCONTAGEM
                   "   " ZCONTAGEM-2
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           ELSE
               STRING "  " CMP-CODIGO(IDX-CAMPANHA)
                   "                  " ZCONTAGEM
                   "   " ZCONTAGEM-2
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-UMA-CAMPANHA-EXIT.
           EXIT.
      *---- TOTAIS DE CONTROLO DO ARQUIVO: OS MESTRES DEPOIS TEM DE
      *---- BATER COM OS DE ANTES MENOS O QUE FOI ARQUIVADO
       IMPRIMIR-TOTAIS-ARQUIVO.
           PERFORM IMPRIMIR-SEPARADOR THRU IMPRIMIR-SEPARADOR-EXIT.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-LIDAS TO ZCONTAGEM.
           STRING "FAMILIAS LIDAS NO MESTRE.........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-SEM-DATA TO ZCONTAGEM.
           STRING "SEM DATA DE RECOLHA (NAO ARQUIV.): " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-ULTIMO-NUMERO TO ZCONTAGEM.
           STRING "MANTIDAS (MAIOR NUMERO)..........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-ERROS-ELIMINACAO TO ZCONTAGEM.
           STRING "ERROS AO ELIMINAR DO MESTRE......: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           IF NUM-ERROS-ELIMINACAO > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-AUDITORIAS TO ZCONTAGEM.
           STRING "REGISTOS DE AUDITORIA GRAVADOS...: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "                             ANTES  ARQUIVADOS"
               TO LINHA-LISTAGEM.
           MOVE "     DEPOIS" TO LINHA-LISTAGEM(49:11).
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-ANTES      TO ZCONTAGEM.
           MOVE NUM-FAMILIAS-ARQUIVADAS TO ZCONTAGEM-2.
           MOVE NUM-FAMILIAS-DEPOIS     TO ZCONTAGEM-3.
           STRING "FAMILIAS NO MESTRE.....: " ZCONTAGEM
               "     " ZCONTAGEM-2 "     " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-ANTES      TO ZCONTAGEM.
           MOVE NUM-FILHOS-ARQUIVADOS TO ZCONTAGEM-2.
           MOVE NUM-FILHOS-DEPOIS     TO ZCONTAGEM-3.
           STRING "FILHOS NO MESTRE.......: " ZCONTAGEM
               "     " ZCONTAGEM-2 "     " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "FAMILIAS ANTES - ARQUIVADAS = DEPOIS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FAMILIAS-DEPOIS =
               NUM-FAMILIAS-ANTES - NUM-FAMILIAS-ARQUIVADAS THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE "FILHOS ANTES - ARQUIVADOS = DEPOIS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FILHOS-DEPOIS =
               NUM-FILHOS-ANTES - NUM-FILHOS-ARQUIVADOS THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
       IMPRIMIR-TOTAIS-ARQUIVO-EXIT.
           EXIT.
      *---- TOTAIS DE CONTROLO DA REPOSICAO: OS MESTRES DEPOIS TEM
      *---- DE BATER COM OS DE ANTES MAIS O QUE FOI REPOSTO, E TODOS
      *---- OS REGISTOS DO ARQUIVO FICAM CLASSIFICADOS
       IMPRIMIR-TOTAIS-REPOSICAO.
           PERFORM IMPRIMIR-SEPARADOR THRU IMPRIMIR-SEPARADOR-EXIT.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-LIDAS TO ZCONTAGEM.
           STRING "FAMILIAS LIDAS NO ARQUIVO........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-REPOSTAS TO ZCONTAGEM.
           STRING "FAMILIAS REPOSTAS................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-JA-NO-MESTRE TO ZCONTAGEM.
           STRING "FAMILIAS JA NO MESTRE............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FORA-CAMPANHA TO ZCONTAGEM.
           STRING "FAMILIAS DE OUTRAS CAMPANHAS.....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "FAMILIAS LIDAS = REPOSTAS + NAO REPOSTAS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FAMILIAS-LIDAS = NUM-FAMILIAS-REPOSTAS
               + NUM-JA-NO-MESTRE + NUM-FORA-CAMPANHA THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-LIDOS TO ZCONTAGEM.
           STRING "FILHOS LIDOS NO ARQUIVO..........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-REPOSTOS TO ZCONTAGEM.
           STRING "FILHOS REPOSTOS..................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-NAO-REPOSTOS TO ZCONTAGEM.
           STRING "FILHOS DE FAMILIAS NAO REPOSTAS..: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-JA-EXISTENTES TO ZCONTAGEM.
           STRING "FILHOS JA NO MESTRE..............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-ORFAOS TO ZCONTAGEM.
           STRING "FILHOS SEM FAMILIA NO ARQUIVO....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "FILHOS LIDOS = REPOSTOS + NAO REPOSTOS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FILHOS-LIDOS = NUM-FILHOS-REPOSTOS
               + NUM-FILHOS-NAO-REPOSTOS + NUM-FILHOS-JA-EXISTENTES
               + NUM-FILHOS-ORFAOS THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-AUDITORIAS TO ZCONTAGEM.
           STRING "REGISTOS DE AUDITORIA GRAVADOS...: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "                             ANTES    REPOSTOS"
               TO LINHA-LISTAGEM.
           MOVE "     DEPOIS" TO LINHA-LISTAGEM(49:11).
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-ANTES    TO ZCONTAGEM.
           MOVE NUM-FAMILIAS-REPOSTAS TO ZCONTAGEM-2.
           MOVE NUM-FAMILIAS-DEPOIS   TO ZCONTAGEM-3.
           STRING "FAMILIAS NO MESTRE.....: " ZCONTAGEM
               "     " ZCONTAGEM-2 "     " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FILHOS-ANTES    TO ZCONTAGEM.
           MOVE NUM-FILHOS-REPOSTOS TO ZCONTAGEM-2.
           MOVE NUM-FILHOS-DEPOIS   TO ZCONTAGEM-3.
           STRING "FILHOS NO MESTRE.......: " ZCONTAGEM
               "     " ZCONTAGEM-2 "     " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "FAMILIAS ANTES + REPOSTAS = DEPOIS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FAMILIAS-DEPOIS =
               NUM-FAMILIAS-ANTES + NUM-FAMILIAS-REPOSTAS THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           MOVE "FILHOS ANTES + REPOSTOS = DEPOIS"
               TO TEXTO-CONTROLO.
           MOVE "N" TO SW-CONTROLO.
           IF NUM-FILHOS-DEPOIS =
               NUM-FILHOS-ANTES + NUM-FILHOS-REPOSTOS THEN
               MOVE "S" TO SW-CONTROLO
           END-IF.
           PERFORM IMPRIMIR-CONTROLO THRU IMPRIMIR-CONTROLO-EXIT.
           IF NUM-JA-NO-MESTRE > 0 OR NUM-FILHOS-ORFAOS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       IMPRIMIR-TOTAIS-REPOSICAO-EXIT.
           EXIT.
      *---- IMPRIME UMA LINHA DE CONTROLO (TEXTO-CONTROLO) COM O
      *---- RESULTADO EM SW-CONTROLO; UM CONTROLO ERRADO TERMINA A
      *---- EXECUCAO COM RETURN-CODE 4
       IMPRIMIR-CONTROLO.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF CONTROLO-CERTO THEN
               STRING "CONTROLO " DELIMITED BY SIZE
                   TEXTO-CONTROLO DELIMITED BY "  "
                   ": CERTO" DELIMITED BY SIZE
                   INTO LINHA-LISTAGEM
           ELSE
               STRING "CONTROLO " DELIMITED BY SIZE
                   TEXTO-CONTROLO DELIMITED BY "  "
                   ": ERRADO" DELIMITED BY SIZE
                   INTO LINHA-LISTAGEM
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-CONTROLO-EXIT.
           EXIT.
       IMPRIMIR-SEPARADOR.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-SEPARADOR-EXIT.
           EXIT.
       END PROGRAM FAMARQ.
