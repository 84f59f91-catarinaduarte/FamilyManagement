      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao em lote do mestre de familias (FAMILIAS)
      *          e do detalhe de filhos (FILHOS) a partir de um
      *          ficheiro de transaccoes (TRNFAM): alteracao dos
      *          dados de uma familia, eliminacao de uma familia e
      *          substituicao das idades dos filhos, pelo numero da
      *          familia. Aplica as mesmas regras de validacao do
      *          ecra FAMMNT, regista cada alteracao aplicada na
      *          auditoria (AUDFAM) com os valores antes e depois e
      *          volta a aplicar as regras de plausibilidade (REVFAM)
      *          as familias alteradas. A listagem RELTRN mostra as
      *          transaccoes rejeitadas com o motivo e os totais de
      *          controlo. O ficheiro de parametros PARMTRN indica o
      *          operador responsavel (conferido no OPERFAM; so um
      *          supervisor elimina familias) e o modo: "A" aplica as
      *          transaccoes, qualquer outro valor so as valida, sem
      *          tocar nos mestres, para o ficheiro poder ser
      *          conferido antes de ser aplicado. Termina com
      *          RETURN-CODE 4 se houve transaccoes rejeitadas, e 8 se
      *          um ficheiro de rasto (AUDFAM, REVFAM, MOVFAM) nao
      *          abriu ou alguma idade de filho nao ficou gravada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMTRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCOES-FILE ASSIGN TO "TRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACCOES-STATUS.
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
           SELECT AUDITORIA-FILE ASSIGN TO "AUDFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTOS-STATUS.
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
           SELECT LISTAGEM-FILE ASSIGN TO "RELTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JRNFAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---- TRANSACCOES DE MANUTENCAO (ALTERACAO, ELIMINACAO E
      *---- SUBSTITUICAO DAS IDADES DOS FILHOS)
       FD  TRANSACCOES-FILE.
           COPY TRNREC.
       FD  FAMILIAS-FILE.
           COPY FAMREC.
       FD  FILHOS-FILE.
           COPY FILREC.
       FD  AUDITORIA-FILE.
           COPY AUDREC.
      *---- MOVIMENTOS DO MESTRE A TRANSMITIR AO NACIONAL (FAMDLT)
       FD  MOVIMENTOS-FILE.
           COPY MOVREC.
      *---- FAMILIAS RETIDAS POR REGRAS DE PLAUSIBILIDADE, A ESPERA
      *---- DA DECISAO DO SUPERVISOR NO ECRA FAMREV
       FD  REVISAO-FILE.
           COPY REVREC.
      *---- MESTRE DE OPERADORES, MANTIDO PELO ECRA OPEMNT
       FD  OPERADORES-FILE.
           COPY OPEREC.
       FD  LISTAGEM-FILE.
       01  LINHA-LISTAGEM                 PIC X(80).
      *---- PARAMETROS DE EXECUCAO: MODO ("A" = APLICAR, OUTRO =
      *---- SO VALIDAR) E OPERADOR RESPONSAVEL PELAS TRANSACCOES
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC.
           05  PARM-MODO                   PIC X(01).
               88  PARM-APLICAR                        VALUE "A".
           05  PARM-OPERADOR               PIC X(08).
           05  FILLER                      PIC X(03).
      *---- JORNAL DE EXECUCOES COMUM A TODA A CADEIA, LIDO PELO
      *---- RELATORIO DIARIO DE OPERACOES (FAMJRN)
       FD  JORNAL-FILE.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
      *----
       77 TRANSACCOES-STATUS       PIC X(02)         VALUES "00".
       77 FAMILIAS-STATUS          PIC X(02)         VALUES "00".
       77 FILHOS-STATUS            PIC X(02)         VALUES "00".
       77 AUDITORIA-STATUS         PIC X(02)         VALUES "00".
       77 PARM-STATUS              PIC X(02)         VALUES "00".
       77 EOF-TRANSACCOES          PIC X(01)         VALUES "N".
           88 FIM-TRANSACCOES                        VALUES "Y".
       77 EOF-FAMILIAS             PIC X(01)         VALUES "N".
           88 FIM-FAMILIAS                           VALUES "Y".
      *----
      * MODO DA EXECUCAO: SO VALIDACAO (POR OMISSAO) OU APLICACAO
       77 SW-MODO                  PIC X(01)         VALUES "V".
           88 MODO-APLICAR                           VALUES "A".
           88 MODO-VALIDAR                           VALUES "V".
      *----
      * OPERADOR CONFERIDO NO MESTRE DE OPERADORES (OPERFAM): SO UM
      * OPERADOR REGISTADO E ACTIVO CORRE AS TRANSACCOES, E A
      * ELIMINACAO DE FAMILIAS EXIGE PERFIL DE SUPERVISOR (OU
      * ADMINISTRADOR)
       77 OPERADORES-STATUS        PIC X(02)         VALUES "00".
       77 OPERADOR                 PIC X(08)         VALUES SPACES.
       77 SW-OPERADOR-VALIDO       PIC X(01)         VALUES "N".
           88 OPERADOR-VALIDO                        VALUES "S".
       77 PERFIL-OPERADOR          PIC X(01)         VALUES SPACE.
           88 PERFIL-SUPERVISOR                      VALUES "S", "A".
       77 MOTIVO-RECUSA            PIC X(40)         VALUES SPACES.
      *----
      * CAMPOS DE TRABALHO DA ALTERACAO, COM AS MESMAS REGRAS DE
      * VALIDACAO DO QUESTIONARIO (T10) E DO ECRA FAMMNT
       77 RESIDENCIA                  PIC 9             VALUES 0.
           88 CONTINENTE                                VALUES 1.
           88 ACORES                                    VALUES 2.
           88 MADEIRA                                   VALUES 3.
       77 IDADE-PAI                   PIC 9(02)         VALUES 0.
           88 IDADE-PAI-VALIDA                    VALUES 18 THRU 99.
       77 IDADE-MAE                   PIC 9(02)         VALUES 0.
           88 IDADE-MAE-VALIDA                    VALUES 18 THRU 99.
       77 NUM-FILHOS                  PIC 9(02)         VALUES 0.
           88 NUM-FILHOS-VALIDO                   VALUES 0 THRU 20.
       77 RENDIMENTO-FAMILIAR         PIC 9(05)         VALUES 0.
           88 RENDIMENTO-FAMILIAR-VALIDO           VALUES 1 THRU 99999.
      * UMA LETRA POR CAMPO INVALIDO, COMO NOS REJEITADOS DO T10
      * (R=RESIDENCIA P=IDADE PAI M=IDADE MAE F=FILHOS V=RENDIMENTO)
       01 MOTIVOS-REJEICAO.
           05 MOT-RESIDENCIA           PIC X(01).
           05 MOT-IDADE-PAI            PIC X(01).
           05 MOT-IDADE-MAE            PIC X(01).
           05 MOT-FILHOS               PIC X(01).
           05 MOT-RENDIMENTO           PIC X(01).
      * VALORES DA FAMILIA ANTES DA TRANSACCAO, PARA A AUDITORIA
       01 VALORES-ANTERIORES.
           05 ANT-RESIDENCIA           PIC 9(01).
           05 ANT-IDADE-PAI            PIC 9(02).
           05 ANT-IDADE-MAE            PIC 9(02).
           05 ANT-NUM-FILHOS           PIC 9(02).
           05 ANT-RENDIMENTO           PIC 9(05).
      *----
      * REGISTO DE MOVIMENTOS DO POSTO (MOVFAM): CADA INCLUSAO,
      * ALTERACAO OU ELIMINACAO NO MESTRE DE FAMILIAS FICA REGISTADA
      * PARA A PROXIMA TRANSMISSAO DE ALTERACOES AO NACIONAL (FAMDLT)
       77 MOVIMENTOS-STATUS        PIC X(02)         VALUES "00".
       77 TIPO-MOVIMENTO           PIC X(01)         VALUES SPACE.
       77 ORIGEM-MOVIMENTO         PIC X(08)         VALUES "FAMTRN".
       01 HORA-MOVIMENTO.
           05 HORA-MOV-HHMMSS          PIC 9(06).
           05 FILLER                   PIC 9(02).
      *----
      * TRANSACCAO EM TRATAMENTO: MOTIVO DA REJEICAO (EM BRANCO =
      * ACEITE) E AVISO A LISTAR COM UMA TRANSACCAO ACEITE
       77 MOTIVO-TRN               PIC X(40)         VALUES SPACES.
       77 AVISO-TRN                PIC X(50)         VALUES SPACES.
       77 IDX-TIPO                 PIC 9(01)         VALUES 0.
       77 IDX-FILHO                PIC 9(02)         VALUES 0.
       77 IDX-IDADE                PIC 9(02)         VALUES 0.
       77 SW-IDADE-INVALIDA        PIC X(01)         VALUES "N".
           88 IDADE-INVALIDA                         VALUES "S".
       77 SW-IDADE-ALEM            PIC X(01)         VALUES "N".
           88 IDADE-ALEM                             VALUES "S".
       77 SW-ERRO-GRAVACAO         PIC X(01)         VALUES "N".
           88 ERRO-GRAVACAO                          VALUES "S".
      *----
      * NA SO VALIDACAO OS MESTRES NAO MUDAM: A ULTIMA FAMILIA
      * ACEITE FICA GUARDADA COMO FICARIA NO MESTRE, PARA AS
      * TRANSACCOES SEGUINTES DA MESMA FAMILIA (O FICHEIRO VEM POR
      * ORDEM DE FAMILIA) SEREM VALIDADAS COMO SERAO APLICADAS
       01 FAMILIA-SIMULADA.
           05 SIM-SW-ESTADO            PIC X(01)         VALUE "N".
               88 SIM-ACTIVA                         VALUES "S" "E".
               88 SIM-ELIMINADA                      VALUES "E".
           05 SIM-FAMILIA-REC.
               10 SIM-NUM-FAMILIA          PIC 9(06).
               10 FILLER                   PIC X(26).
      *----
      * CONTAGENS POR TIPO DE TRANSACCAO (1=A 2=E 3=F)
       01 NOMES-TIPOS.
           05 FILLER                   PIC X(13) VALUE "AALTERACOES".
           05 FILLER                   PIC X(13) VALUE "EELIMINACOES".
           05 FILLER                   PIC X(13) VALUE "FIDADES FILHO".
       01 NOMES-TIPOS-R REDEFINES NOMES-TIPOS.
           05 TIPO-TAB OCCURS 3 TIMES.
               10 TIPO-CODIGO              PIC X(01).
               10 TIPO-NOME                PIC X(12).
       01 CONTAGENS-TIPOS.
           05 CNT-TAB OCCURS 3 TIMES.
               10 CNT-LIDAS                PIC 9(07).
               10 CNT-ACEITES              PIC 9(07).
               10 CNT-REJEITADAS           PIC 9(07).
       77 NUM-TRN-LIDAS            PIC 9(07)         VALUES 0.
       77 NUM-TRN-ACEITES          PIC 9(07)         VALUES 0.
       77 NUM-TRN-REJEITADAS       PIC 9(07)         VALUES 0.
       77 NUM-TIPO-INVALIDO        PIC 9(07)         VALUES 0.
       77 NUM-AVISOS               PIC 9(07)         VALUES 0.
       77 NUM-AUDITORIAS           PIC 9(07)         VALUES 0.
       77 NUM-IDADES-GRAVADAS      PIC 9(07)         VALUES 0.
       77 NUM-IDADES-APAGADAS      PIC 9(07)         VALUES 0.
       77 NUM-IDADES-ERRO          PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-ANTES       PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-DEPOIS      PIC 9(07)         VALUES 0.
       77 NUM-FAMILIAS-CONTADAS    PIC 9(07)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZZZ9.
       77 ZCONTAGEM-2              PIC ZZZZZZ9.
       77 ZCONTAGEM-3              PIC ZZZZZZ9.
       77 ZNUM-FILHOS              PIC Z9.
       77 ZNUM-FILHOS-2            PIC Z9.
      *----
      * REGRAS DE PLAUSIBILIDADE ENTRE CAMPOS: UMA FAMILIA EM QUE
      * UMA REGRA DISPARA FICA RETIDA NO FICHEIRO DE REVISAO (REVFAM)
      * ATE A DECISAO DO SUPERVISOR NO ECRA FAMREV. LIMIARES:
      * DIFERENCA MINIMA ENTRE A IDADE DE CADA PAI E A DE UM FILHO,
      * DIFERENCA MAXIMA ENTRE AS IDADES DO PAI E DA MAE, E LIMITES
      * DO RENDIMENTO POR PESSOA DO AGREGADO (PAIS E FILHOS)
       77 REVISAO-STATUS           PIC X(02)         VALUES "00".
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
       77 ORIGEM-REVISAO           PIC X(08)         VALUES "FAMTRN".
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
      *---- O OPERADOR E CONFERIDO ANTES DE ABRIR QUALQUER FICHEIRO,
      *---- PARA UMA EXECUCAO RECUSADA NAO TOCAR NOS MESTRES
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO THEN
               DISPLAY "EXECUCAO RECUSADA, OPERADOR " OPERADOR ": "
                   MOTIVO-RECUSA
               MOVE 12 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT TRANSACCOES-FILE.
           IF TRANSACCOES-STATUS NOT = "00" THEN
               DISPLAY "FICHEIRO DE TRANSACCOES NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM ABRIR-MESTRES THRU ABRIR-MESTRES-EXIT.
           IF RETURN-CODE = 8 THEN
               CLOSE TRANSACCOES-FILE
               GO TO FIM
           END-IF.
           ACCEPT DATA-VERIFICACAO FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTAGEM-FILE.
           PERFORM IMPRIMIR-CABECALHO THRU IMPRIMIR-CABECALHO-EXIT.
           MOVE ZEROS TO CONTAGENS-TIPOS.
           PERFORM CONTAR-FAMILIAS THRU CONTAR-FAMILIAS-EXIT.
           MOVE NUM-FAMILIAS-CONTADAS TO NUM-FAMILIAS-ANTES.
           PERFORM LER-UMA-TRANSACCAO THRU LER-UMA-TRANSACCAO-EXIT
               UNTIL FIM-TRANSACCOES.
      *---- NA SO VALIDACAO O MESTRE NAO MUDA: O TOTAL DEPOIS E O
      *---- PREVISTO PELAS ELIMINACOES VALIDAS
           IF MODO-APLICAR THEN
               PERFORM CONTAR-FAMILIAS THRU CONTAR-FAMILIAS-EXIT
               MOVE NUM-FAMILIAS-CONTADAS TO NUM-FAMILIAS-DEPOIS
           ELSE
               COMPUTE NUM-FAMILIAS-DEPOIS =
                   NUM-FAMILIAS-ANTES - CNT-ACEITES(2)
           END-IF.
           PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-EXIT.
           CLOSE LISTAGEM-FILE.
           CLOSE TRANSACCOES-FILE.
           CLOSE FAMILIAS-FILE.
           CLOSE FILHOS-FILE.
           IF MODO-APLICAR THEN
               CLOSE AUDITORIA-FILE
               CLOSE REVISAO-FILE
               CLOSE MOVIMENTOS-FILE
           END-IF.
           IF NUM-IDADES-ERRO > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NUM-TRN-REJEITADAS > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE NUM-TRN-ACEITES TO ZCONTAGEM.
           MOVE NUM-TRN-REJEITADAS TO ZCONTAGEM-2.
           IF MODO-APLICAR THEN
               DISPLAY "TRANSACCOES APLICADAS: " ZCONTAGEM
                   " REJEITADAS: " ZCONTAGEM-2
           ELSE
               DISPLAY "SO VALIDACAO. TRANSACCOES VALIDAS: " ZCONTAGEM
                   " REJEITADAS: " ZCONTAGEM-2
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
           MOVE "FAMTRN" TO JRN-PROGRAMA.
           MOVE OPERADOR TO JRN-OPERADOR.
           MOVE JRN-INI-DATA TO JRN-DATA-INICIO.
           MOVE JRN-INI-HORA TO JRN-HORA-INICIO.
           ACCEPT JRN-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT HORA-JRN FROM TIME.
           MOVE HORA-JRN-HHMMSS TO JRN-HORA-FIM.
           MOVE NUM-TRN-LIDAS      TO JRN-LIDOS.
           MOVE NUM-TRN-ACEITES    TO JRN-ACEITES.
           MOVE NUM-TRN-REJEITADAS TO JRN-REJEITADOS.
           IF RETURN-CODE = 12 THEN
               MOVE 1 TO JRN-REJEITADOS
           END-IF.
           MOVE RETURN-CODE        TO JRN-RETURN-CODE.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.
       GRAVAR-JORNAL-EXIT.
           EXIT.
      *---- LE O FICHEIRO DE PARAMETROS (SE EXISTIR): MODO E OPERADOR
       LER-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF PARM-STATUS = "00" THEN
               READ PARAMETRO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-APLICAR THEN
                           MOVE "A" TO SW-MODO
                       END-IF
                       MOVE PARM-OPERADOR TO OPERADOR
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
       LER-PARAMETROS-EXIT.
           EXIT.
      *---- CONFERE O OPERADOR NO MESTRE DE OPERADORES (OPERFAM) E
      *---- GUARDA O SEU PERFIL; UM OPERADOR DESCONHECIDO OU
      *---- INACTIVO (OU A FALTA DO MESTRE) FICA RECUSADO
       VERIFICAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           MOVE SPACE TO PERFIL-OPERADOR.
           IF OPERADOR = SPACES THEN
               MOVE "CODIGO DE OPERADOR EM BRANCO NO PARMTRN."
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
      *---- ABRE OS MESTRES: EM ACTUALIZACAO SO NA APLICACAO, COM A
      *---- AUDITORIA, O FICHEIRO DE REVISAO E O REGISTO DE
      *---- MOVIMENTOS (CRIADOS SE FALTAREM); SEM QUALQUER UM DELES A
      *---- APLICACAO NAO ARRANCA, PARA NENHUMA ALTERACAO FICAR SEM
      *---- RASTO
       ABRIR-MESTRES.
           IF MODO-APLICAR THEN
               OPEN I-O FAMILIAS-FILE
           ELSE
               OPEN INPUT FAMILIAS-FILE
           END-IF.
           IF FAMILIAS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FAMILIAS NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
           IF MODO-APLICAR THEN
               OPEN I-O FILHOS-FILE
           ELSE
               OPEN INPUT FILHOS-FILE
           END-IF.
           IF FILHOS-STATUS NOT = "00" THEN
               DISPLAY "MESTRE DE FILHOS NAO ENCONTRADO."
               CLOSE FAMILIAS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
           IF MODO-VALIDAR THEN
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF AUDITORIA-STATUS = "35" THEN
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF.
           IF AUDITORIA-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR A AUDITORIA AUDFAM: "
                   AUDITORIA-STATUS
               CLOSE FAMILIAS-FILE
               CLOSE FILHOS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
           OPEN I-O REVISAO-FILE.
           IF REVISAO-STATUS = "35" THEN
               OPEN OUTPUT REVISAO-FILE
               CLOSE REVISAO-FILE
               OPEN I-O REVISAO-FILE
           END-IF.
           IF REVISAO-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE REVISAO REVFAM: "
                   REVISAO-STATUS
               CLOSE FAMILIAS-FILE
               CLOSE FILHOS-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
           PERFORM ABRIR-MOVIMENTOS THRU ABRIR-MOVIMENTOS-EXIT.
           IF MOVIMENTOS-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O REGISTO DE MOVIMENTOS MOVFAM: "
                   MOVIMENTOS-STATUS
               CLOSE FAMILIAS-FILE
               CLOSE FILHOS-FILE
               CLOSE AUDITORIA-FILE
               CLOSE REVISAO-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-MESTRES-EXIT
           END-IF.
       ABRIR-MESTRES-EXIT.
           EXIT.
      *---- ABRE O REGISTO DE MOVIMENTOS EM MODO DE ACRESCENTO,
      *---- CRIANDO O FICHEIRO NA PRIMEIRA EXECUCAO
       ABRIR-MOVIMENTOS.
           OPEN EXTEND MOVIMENTOS-FILE.
           IF MOVIMENTOS-STATUS = "35" THEN
               OPEN OUTPUT MOVIMENTOS-FILE
               CLOSE MOVIMENTOS-FILE
               OPEN EXTEND MOVIMENTOS-FILE
           END-IF.
       ABRIR-MOVIMENTOS-EXIT.
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
      *---- CABECALHO DA LISTAGEM DAS TRANSACCOES
       IMPRIMIR-CABECALHO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-DIA TO DATA-ED-DIA.
           MOVE DATA-MES TO DATA-ED-MES.
           MOVE DATA-ANO TO DATA-ED-ANO.
           MOVE "TRANSACCOES DE MANUTENCAO DE FAMILIAS (TRNFAM)"
               TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           STRING "DATA DA EXECUCAO: " DATA-EDITADA
               "   OPERADOR: " OPERADOR
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           IF MODO-APLICAR THEN
               MOVE "MODO: APLICACAO AOS MESTRES" TO LINHA-LISTAGEM
           ELSE
               MOVE "MODO: SO VALIDACAO (MESTRES NAO ALTERADOS)"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "  LINHA T NUMERO  SITUACAO / MOTIVO"
               TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *---- CONTA AS FAMILIAS DO MESTRE, PARA O CONTROLO ANTES E
      *---- DEPOIS DAS TRANSACCOES
       CONTAR-FAMILIAS.
           MOVE 0   TO NUM-FAMILIAS-CONTADAS.
           MOVE "N" TO EOF-FAMILIAS.
           MOVE ZEROS TO FAM-NUMERO.
           START FAMILIAS-FILE KEY >= FAM-NUMERO
               INVALID KEY
                   MOVE "Y" TO EOF-FAMILIAS
           END-START.
           PERFORM CONTAR-UMA-FAMILIA THRU CONTAR-UMA-FAMILIA-EXIT
               UNTIL FIM-FAMILIAS.
       CONTAR-FAMILIAS-EXIT.
           EXIT.
       CONTAR-UMA-FAMILIA.
           READ FAMILIAS-FILE NEXT
               AT END
                   MOVE "Y" TO EOF-FAMILIAS
               NOT AT END
                   ADD 1 TO NUM-FAMILIAS-CONTADAS
           END-READ.
       CONTAR-UMA-FAMILIA-EXIT.
           EXIT.
       LER-UMA-TRANSACCAO.
           READ TRANSACCOES-FILE
               AT END
                   MOVE "Y" TO EOF-TRANSACCOES
               NOT AT END
                   ADD 1 TO NUM-TRN-LIDAS
                   PERFORM TRATAR-TRANSACCAO
                       THRU TRATAR-TRANSACCAO-EXIT
           END-READ.
       LER-UMA-TRANSACCAO-EXIT.
           EXIT.
      *---- VALIDA A TRANSACCAO E, NA APLICACAO, APLICA-A AOS
      *---- MESTRES; UMA TRANSACCAO COM MOTIVO FICA REJEITADA E
      *---- LISTADA, SEM TOCAR NOS MESTRES
       TRATAR-TRANSACCAO.
           MOVE SPACES TO MOTIVO-TRN.
           MOVE SPACES TO AVISO-TRN.
           EVALUATE TRUE
               WHEN TRN-ALTERACAO
                   MOVE 1 TO IDX-TIPO
               WHEN TRN-ELIMINACAO
                   MOVE 2 TO IDX-TIPO
               WHEN TRN-IDADES-FILHOS
                   MOVE 3 TO IDX-TIPO
               WHEN OTHER
                   MOVE 0 TO IDX-TIPO
           END-EVALUATE.
           IF IDX-TIPO = 0 THEN
               ADD 1 TO NUM-TIPO-INVALIDO
               MOVE "TIPO DE TRANSACCAO INVALIDO" TO MOTIVO-TRN
               PERFORM REJEITAR-TRANSACCAO
                   THRU REJEITAR-TRANSACCAO-EXIT
               GO TO TRATAR-TRANSACCAO-EXIT
           END-IF.
           ADD 1 TO CNT-LIDAS(IDX-TIPO).
           PERFORM LER-FAMILIA-TRANSACCAO
               THRU LER-FAMILIA-TRANSACCAO-EXIT.
           IF MOTIVO-TRN NOT = SPACES THEN
               PERFORM REJEITAR-TRANSACCAO
                   THRU REJEITAR-TRANSACCAO-EXIT
               GO TO TRATAR-TRANSACCAO-EXIT
           END-IF.
           EVALUATE IDX-TIPO
               WHEN 1
                   PERFORM VALIDAR-ALTERACAO
                       THRU VALIDAR-ALTERACAO-EXIT
               WHEN 2
                   PERFORM VALIDAR-ELIMINACAO
                       THRU VALIDAR-ELIMINACAO-EXIT
               WHEN 3
                   PERFORM VALIDAR-IDADES THRU VALIDAR-IDADES-EXIT
           END-EVALUATE.
           IF MOTIVO-TRN NOT = SPACES THEN
               PERFORM REJEITAR-TRANSACCAO
                   THRU REJEITAR-TRANSACCAO-EXIT
               GO TO TRATAR-TRANSACCAO-EXIT
           END-IF.
           IF MODO-VALIDAR THEN
               PERFORM SIMULAR-TRANSACCAO THRU SIMULAR-TRANSACCAO-EXIT
           ELSE
               EVALUATE IDX-TIPO
                   WHEN 1
                       PERFORM APLICAR-ALTERACAO
                           THRU APLICAR-ALTERACAO-EXIT
                   WHEN 2
                       PERFORM APLICAR-ELIMINACAO
                           THRU APLICAR-ELIMINACAO-EXIT
                   WHEN 3
                       PERFORM APLICAR-IDADES
                           THRU APLICAR-IDADES-EXIT
               END-EVALUATE
           END-IF.
           IF MOTIVO-TRN NOT = SPACES THEN
               PERFORM REJEITAR-TRANSACCAO
                   THRU REJEITAR-TRANSACCAO-EXIT
               GO TO TRATAR-TRANSACCAO-EXIT
           END-IF.
           ADD 1 TO CNT-ACEITES(IDX-TIPO).
           ADD 1 TO NUM-TRN-ACEITES.
           IF AVISO-TRN NOT = SPACES THEN
               ADD 1 TO NUM-AVISOS
               MOVE SPACES TO LINHA-LISTAGEM
               MOVE NUM-TRN-LIDAS TO ZCONTAGEM
               STRING ZCONTAGEM " " TRN-TIPO " " TRN-NUM-FAMILIA-X
                   "  AVISO: " AVISO-TRN
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
               WRITE LINHA-LISTAGEM
           END-IF.
       TRATAR-TRANSACCAO-EXIT.
           EXIT.
      *---- LISTA A TRANSACCAO REJEITADA COM O MOTIVO
       REJEITAR-TRANSACCAO.
           ADD 1 TO NUM-TRN-REJEITADAS.
           IF IDX-TIPO > 0 THEN
               ADD 1 TO CNT-REJEITADAS(IDX-TIPO)
           END-IF.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-TRN-LIDAS TO ZCONTAGEM.
           STRING ZCONTAGEM " " TRN-TIPO " " TRN-NUM-FAMILIA-X
               "  REJEITADA: " MOTIVO-TRN
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       REJEITAR-TRANSACCAO-EXIT.
           EXIT.
      *---- LE A FAMILIA DA TRANSACCAO E GUARDA OS VALORES ANTES;
      *---- NA SO VALIDACAO, UMA FAMILIA JA TRATADA NA TRANSACCAO
      *---- ANTERIOR E VISTA COMO FICARIA NO MESTRE
       LER-FAMILIA-TRANSACCAO.
           IF TRN-NUM-FAMILIA-X NOT NUMERIC THEN
               MOVE "NUMERO DE FAMILIA INVALIDO" TO MOTIVO-TRN
               GO TO LER-FAMILIA-TRANSACCAO-EXIT
           END-IF.
           IF TRN-NUM-FAMILIA = 0 THEN
               MOVE "NUMERO DE FAMILIA INVALIDO" TO MOTIVO-TRN
               GO TO LER-FAMILIA-TRANSACCAO-EXIT
           END-IF.
           IF MODO-VALIDAR AND SIM-ACTIVA
               AND SIM-NUM-FAMILIA = TRN-NUM-FAMILIA THEN
               IF SIM-ELIMINADA THEN
                   MOVE "FAMILIA INEXISTENTE NO MESTRE" TO MOTIVO-TRN
                   GO TO LER-FAMILIA-TRANSACCAO-EXIT
               END-IF
               MOVE SIM-FAMILIA-REC TO FAMILIA-REC
           ELSE
               MOVE TRN-NUM-FAMILIA TO FAM-NUMERO
               READ FAMILIAS-FILE KEY IS FAM-NUMERO
                   INVALID KEY
                       MOVE "FAMILIA INEXISTENTE NO MESTRE"
                           TO MOTIVO-TRN
                       GO TO LER-FAMILIA-TRANSACCAO-EXIT
               END-READ
           END-IF.
           MOVE FAM-RESIDENCIA          TO ANT-RESIDENCIA.
           MOVE FAM-IDADE-PAI           TO ANT-IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO ANT-IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO ANT-NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO ANT-RENDIMENTO.
       LER-FAMILIA-TRANSACCAO-EXIT.
           EXIT.
      *---- ALTERACAO: UM CAMPO EM BRANCO MANTEM O VALOR DO MESTRE;
      *---- OS VALORES RESULTANTES PASSAM PELAS REGRAS DO FAMMNT
       VALIDAR-ALTERACAO.
           IF TRN-RESIDENCIA-X = SPACE AND TRN-IDADE-PAI-X = SPACES
               AND TRN-IDADE-MAE-X = SPACES
               AND TRN-NUM-FILHOS-X = SPACES
               AND TRN-RENDIMENTO-X = SPACES THEN
               MOVE "ALTERACAO SEM NENHUM CAMPO PREENCHIDO"
                   TO MOTIVO-TRN
               GO TO VALIDAR-ALTERACAO-EXIT
           END-IF.
           MOVE SPACES                  TO MOTIVOS-REJEICAO.
           MOVE FAM-RESIDENCIA          TO RESIDENCIA.
           MOVE FAM-IDADE-PAI           TO IDADE-PAI.
           MOVE FAM-IDADE-MAE           TO IDADE-MAE.
           MOVE FAM-NUM-FILHOS          TO NUM-FILHOS.
           MOVE FAM-RENDIMENTO-FAMILIAR TO RENDIMENTO-FAMILIAR.
           IF TRN-RESIDENCIA-X NOT = SPACE THEN
               IF TRN-RESIDENCIA-X NUMERIC THEN
                   MOVE TRN-RESIDENCIA TO RESIDENCIA
               ELSE
                   MOVE "R" TO MOT-RESIDENCIA
               END-IF
           END-IF.
           IF TRN-IDADE-PAI-X NOT = SPACES THEN
               IF TRN-IDADE-PAI-X NUMERIC THEN
                   MOVE TRN-IDADE-PAI TO IDADE-PAI
               ELSE
                   MOVE "P" TO MOT-IDADE-PAI
               END-IF
           END-IF.
           IF TRN-IDADE-MAE-X NOT = SPACES THEN
               IF TRN-IDADE-MAE-X NUMERIC THEN
                   MOVE TRN-IDADE-MAE TO IDADE-MAE
               ELSE
                   MOVE "M" TO MOT-IDADE-MAE
               END-IF
           END-IF.
           IF TRN-NUM-FILHOS-X NOT = SPACES THEN
               IF TRN-NUM-FILHOS-X NUMERIC THEN
                   MOVE TRN-NUM-FILHOS TO NUM-FILHOS
               ELSE
                   MOVE "F" TO MOT-FILHOS
               END-IF
           END-IF.
           IF TRN-RENDIMENTO-X NOT = SPACES THEN
               IF TRN-RENDIMENTO-X NUMERIC THEN
                   MOVE TRN-RENDIMENTO TO RENDIMENTO-FAMILIAR
               ELSE
                   MOVE "V" TO MOT-RENDIMENTO
               END-IF
           END-IF.
           IF NOT (CONTINENTE OR ACORES OR MADEIRA) THEN
               MOVE "R" TO MOT-RESIDENCIA
           END-IF.
           IF NOT IDADE-PAI-VALIDA THEN
               MOVE "P" TO MOT-IDADE-PAI
           END-IF.
           IF NOT IDADE-MAE-VALIDA THEN
               MOVE "M" TO MOT-IDADE-MAE
           END-IF.
           IF NOT NUM-FILHOS-VALIDO THEN
               MOVE "F" TO MOT-FILHOS
           END-IF.
           IF NOT RENDIMENTO-FAMILIAR-VALIDO THEN
               MOVE "V" TO MOT-RENDIMENTO
           END-IF.
           IF MOTIVOS-REJEICAO NOT = SPACES THEN
               STRING "CAMPOS INVALIDOS (RPMFV): " MOTIVOS-REJEICAO
                   DELIMITED BY SIZE INTO MOTIVO-TRN
               GO TO VALIDAR-ALTERACAO-EXIT
           END-IF.
      *---- UMA MUDANCA DO NUMERO DE FILHOS FICA AVISADA: AS IDADES
      *---- A MAIS SAO APAGADAS E AS QUE FALTAM VEM NUMA TRANSACCAO F
           MOVE ANT-NUM-FILHOS TO ZNUM-FILHOS.
           MOVE NUM-FILHOS     TO ZNUM-FILHOS-2.
           IF NUM-FILHOS > ANT-NUM-FILHOS THEN
               STRING "FILHOS DE " ZNUM-FILHOS " PARA " ZNUM-FILHOS-2
                   ": ENVIAR AS IDADES (TIPO F)"
                   DELIMITED BY SIZE INTO AVISO-TRN
           END-IF.
           IF NUM-FILHOS < ANT-NUM-FILHOS THEN
               STRING "FILHOS DE " ZNUM-FILHOS " PARA " ZNUM-FILHOS-2
                   ": IDADES A MAIS APAGADAS"
                   DELIMITED BY SIZE INTO AVISO-TRN
           END-IF.
       VALIDAR-ALTERACAO-EXIT.
           EXIT.
      *---- ELIMINACAO: SO UM SUPERVISOR PODE ELIMINAR, COMO NO ECRA
       VALIDAR-ELIMINACAO.
           IF NOT PERFIL-SUPERVISOR THEN
               MOVE "ELIMINACAO RESERVADA A SUPERVISORES"
                   TO MOTIVO-TRN
           END-IF.
       VALIDAR-ELIMINACAO-EXIT.
           EXIT.
      *---- IDADES DOS FILHOS: UMA IDADE NUMERICA POR FILHO
      *---- DECLARADO NA FAMILIA, E NADA ALEM DO NUMERO INDICADO
       VALIDAR-IDADES.
           IF TRN-NUM-IDADES-X NOT NUMERIC THEN
               MOVE "NUMERO DE IDADES INVALIDO" TO MOTIVO-TRN
               GO TO VALIDAR-IDADES-EXIT
           END-IF.
           IF TRN-NUM-IDADES NOT = FAM-NUM-FILHOS THEN
               MOVE TRN-NUM-IDADES TO ZNUM-FILHOS
               MOVE FAM-NUM-FILHOS TO ZNUM-FILHOS-2
               STRING ZNUM-FILHOS " IDADES PARA " ZNUM-FILHOS-2
                   " FILHOS DECLARADOS"
                   DELIMITED BY SIZE INTO MOTIVO-TRN
               GO TO VALIDAR-IDADES-EXIT
           END-IF.
           MOVE "N" TO SW-IDADE-INVALIDA.
           MOVE "N" TO SW-IDADE-ALEM.
           PERFORM VALIDAR-UMA-IDADE THRU VALIDAR-UMA-IDADE-EXIT
               VARYING IDX-IDADE FROM 1 BY 1 UNTIL IDX-IDADE > 20.
           IF IDADE-INVALIDA THEN
               MOVE "IDADE DE FILHO EM FALTA OU NAO NUMERICA"
                   TO MOTIVO-TRN
               GO TO VALIDAR-IDADES-EXIT
           END-IF.
           IF IDADE-ALEM THEN
               MOVE "IDADES ALEM DO NUMERO INDICADO" TO MOTIVO-TRN
           END-IF.
       VALIDAR-IDADES-EXIT.
           EXIT.
       VALIDAR-UMA-IDADE.
           IF IDX-IDADE > TRN-NUM-IDADES THEN
               IF TRN-IDADE-FILHO-X(IDX-IDADE) NOT = SPACES THEN
                   MOVE "S" TO SW-IDADE-ALEM
               END-IF
           ELSE
               IF TRN-IDADE-FILHO-X(IDX-IDADE) NOT NUMERIC THEN
                   MOVE "S" TO SW-IDADE-INVALIDA
               END-IF
           END-IF.
       VALIDAR-UMA-IDADE-EXIT.
           EXIT.
      *---- SO VALIDACAO: GUARDA A FAMILIA COMO FICARIA NO MESTRE
       SIMULAR-TRANSACCAO.
           EVALUATE IDX-TIPO
               WHEN 1
                   MOVE RESIDENCIA          TO FAM-RESIDENCIA
                   MOVE IDADE-PAI           TO FAM-IDADE-PAI
                   MOVE IDADE-MAE           TO FAM-IDADE-MAE
                   MOVE NUM-FILHOS          TO FAM-NUM-FILHOS
                   MOVE RENDIMENTO-FAMILIAR TO FAM-RENDIMENTO-FAMILIAR
                   MOVE "S" TO SIM-SW-ESTADO
               WHEN 2
                   MOVE "E" TO SIM-SW-ESTADO
               WHEN 3
                   MOVE "S" TO SIM-SW-ESTADO
           END-EVALUATE.
           MOVE FAMILIA-REC TO SIM-FAMILIA-REC.
       SIMULAR-TRANSACCAO-EXIT.
           EXIT.
      *---- ALTERACAO: REGRAVA A FAMILIA, APAGA AS IDADES ALEM DO
      *---- NOVO NUMERO DE FILHOS, AUDITA E VOLTA A APLICAR AS
      *---- REGRAS DE PLAUSIBILIDADE
       APLICAR-ALTERACAO.
           MOVE RESIDENCIA          TO FAM-RESIDENCIA.
           MOVE IDADE-PAI           TO FAM-IDADE-PAI.
           MOVE IDADE-MAE           TO FAM-IDADE-MAE.
           MOVE NUM-FILHOS          TO FAM-NUM-FILHOS.
           MOVE RENDIMENTO-FAMILIAR TO FAM-RENDIMENTO-FAMILIAR.
           REWRITE FAMILIA-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A FAMILIA" TO MOTIVO-TRN
                   GO TO APLICAR-ALTERACAO-EXIT
           END-REWRITE.
           IF NUM-FILHOS < ANT-NUM-FILHOS THEN
               PERFORM APAGAR-FILHOS THRU APAGAR-FILHOS-EXIT
           END-IF.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
           MOVE "A" TO TIPO-MOVIMENTO.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
           PERFORM VERIFICAR-PLAUSIBILIDADE
               THRU VERIFICAR-PLAUSIBILIDADE-EXIT.
       APLICAR-ALTERACAO-EXIT.
           EXIT.
      *---- ELIMINACAO: APAGA A FAMILIA E, SO SE CHEGOU AO MESTRE,
      *---- OS SEUS FILHOS; A AUDITORIA FICA COM OS VALORES DEPOIS
      *---- A ZERO, COMO NO ECRA
       APLICAR-ELIMINACAO.
           DELETE FAMILIAS-FILE RECORD
               INVALID KEY
                   MOVE "ERRO AO ELIMINAR A FAMILIA" TO MOTIVO-TRN
                   GO TO APLICAR-ELIMINACAO-EXIT
           END-DELETE.
           MOVE TRN-NUM-FAMILIA TO FAM-NUMERO.
           MOVE ZEROS TO FAM-RESIDENCIA, FAM-IDADE-PAI,
               FAM-IDADE-MAE, FAM-NUM-FILHOS,
               FAM-RENDIMENTO-FAMILIAR.
           PERFORM APAGAR-FILHOS THRU APAGAR-FILHOS-EXIT.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
           MOVE "E" TO TIPO-MOVIMENTO.
           PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT.
       APLICAR-ELIMINACAO-EXIT.
           EXIT.
      *---- IDADES DOS FILHOS: SUBSTITUI O DETALHE DA FAMILIA PELAS
      *---- IDADES DA TRANSACCAO; A AUDITORIA FICA COM OS DADOS DA
      *---- FAMILIA (IGUAIS ANTES E DEPOIS) E A MUDANCA E CONFERIDA
      *---- PELAS REGRAS DE PLAUSIBILIDADE
       APLICAR-IDADES.
           PERFORM SUBSTITUIR-UMA-IDADE THRU SUBSTITUIR-UMA-IDADE-EXIT
               VARYING IDX-IDADE FROM 1 BY 1 UNTIL IDX-IDADE > 20.
           PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.
           PERFORM VERIFICAR-PLAUSIBILIDADE
               THRU VERIFICAR-PLAUSIBILIDADE-EXIT.
       APLICAR-IDADES-EXIT.
           EXIT.
       SUBSTITUIR-UMA-IDADE.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE IDX-IDADE  TO FIL-SEQUENCIA.
           IF IDX-IDADE > TRN-NUM-IDADES THEN
               DELETE FILHOS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO NUM-IDADES-APAGADAS
               END-DELETE
               GO TO SUBSTITUIR-UMA-IDADE-EXIT
           END-IF.
           MOVE TRN-IDADE-FILHO-X(IDX-IDADE) TO FIL-IDADE.
           WRITE FILHO-REC
               INVALID KEY
                   REWRITE FILHO-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF FILHOS-STATUS NOT = "00" THEN
               ADD 1 TO NUM-IDADES-ERRO
               DISPLAY "ERRO " FILHOS-STATUS " AO GRAVAR A IDADE DO "
                   "FILHO " FIL-SEQUENCIA " DA FAMILIA " FAM-NUMERO
               GO TO SUBSTITUIR-UMA-IDADE-EXIT
           END-IF.
           ADD 1 TO NUM-IDADES-GRAVADAS.
       SUBSTITUIR-UMA-IDADE-EXIT.
           EXIT.
      *---- APAGA O DETALHE DOS FILHOS ALEM DO NUMERO DE FILHOS DA
      *---- FAMILIA (TODO O DETALHE NUMA ELIMINACAO)
       APAGAR-FILHOS.
           PERFORM APAGAR-UM-FILHO THRU APAGAR-UM-FILHO-EXIT
               VARYING IDX-FILHO FROM 1 BY 1
               UNTIL IDX-FILHO > 20.
       APAGAR-FILHOS-EXIT.
           EXIT.
       APAGAR-UM-FILHO.
           IF IDX-FILHO NOT > FAM-NUM-FILHOS THEN
               GO TO APAGAR-UM-FILHO-EXIT
           END-IF.
           MOVE FAM-NUMERO TO FIL-NUM-FAMILIA.
           MOVE IDX-FILHO  TO FIL-SEQUENCIA.
           DELETE FILHOS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NUM-IDADES-APAGADAS
           END-DELETE.
       APAGAR-UM-FILHO-EXIT.
           EXIT.
      *---- REGISTA A ALTERACAO OU ELIMINACAO NO FICHEIRO DE AUDITORIA
      *---- (NUMA ELIMINACAO OS VALORES "DEPOIS" FICAM A ZERO)
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
      *---- VOLTA A APLICAR AS REGRAS DE PLAUSIBILIDADE A FAMILIA
      *---- ALTERADA, COM AS IDADES DOS FILHOS DO DETALHE; SE FICAR
      *---- RETIDA, A TRANSACCAO LEVA UM AVISO NA LISTAGEM
       VERIFICAR-PLAUSIBILIDADE.
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
           IF FAMILIA-RETIDA AND AVISO-TRN = SPACES THEN
               MOVE "FAMILIA RETIDA PARA REVISAO (FAMREV)"
                   TO AVISO-TRN
           END-IF.
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
      *---- TOTAIS DE CONTROLO: AS TRANSACCOES LIDAS TEM DE BATER
      *---- COM AS ACEITES MAIS AS REJEITADAS, E AS FAMILIAS DO
      *---- MESTRE DEPOIS COM AS DE ANTES MENOS AS ELIMINADAS
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE ALL "-" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE "TOTAIS POR TIPO DE TRANSACCAO:" TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           PERFORM IMPRIMIR-UM-TIPO THRU IMPRIMIR-UM-TIPO-EXIT
               VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 3.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-TIPO-INVALIDO TO ZCONTAGEM.
           STRING "  TIPO INVALIDO                   "
               "               " "REJEITADAS: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-TRN-LIDAS TO ZCONTAGEM.
           STRING "TRANSACCOES LIDAS................: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-TRN-ACEITES TO ZCONTAGEM.
           IF MODO-APLICAR THEN
               STRING "TRANSACCOES APLICADAS............: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           ELSE
               STRING "TRANSACCOES VALIDAS..............: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-TRN-REJEITADAS TO ZCONTAGEM.
           STRING "TRANSACCOES REJEITADAS...........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF NUM-TRN-LIDAS = NUM-TRN-ACEITES + NUM-TRN-REJEITADAS
               THEN
               MOVE "CONTROLO LIDAS = ACEITES + REJEITADAS: CERTO"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "CONTROLO LIDAS = ACEITES + REJEITADAS: ERRADO"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-AVISOS TO ZCONTAGEM.
           STRING "TRANSACCOES ACEITES COM AVISO....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-ANTES TO ZCONTAGEM.
           STRING "FAMILIAS NO MESTRE ANTES.........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE CNT-ACEITES(2) TO ZCONTAGEM.
           STRING "FAMILIAS ELIMINADAS..............: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-DEPOIS TO ZCONTAGEM.
           IF MODO-APLICAR THEN
               STRING "FAMILIAS NO MESTRE DEPOIS........: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           ELSE
               STRING "FAMILIAS NO MESTRE PREVISTAS.....: " ZCONTAGEM
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           IF NUM-FAMILIAS-DEPOIS + CNT-ACEITES(2) =
               NUM-FAMILIAS-ANTES THEN
               MOVE "CONTROLO DEPOIS = ANTES - ELIMINADAS: CERTO"
                   TO LINHA-LISTAGEM
           ELSE
               MOVE "CONTROLO DEPOIS = ANTES - ELIMINADAS: ERRADO"
                   TO LINHA-LISTAGEM
           END-IF.
           WRITE LINHA-LISTAGEM.
           IF MODO-VALIDAR THEN
               GO TO IMPRIMIR-TOTAIS-EXIT
           END-IF.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-IDADES-GRAVADAS TO ZCONTAGEM.
           STRING "IDADES DE FILHOS GRAVADAS........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-IDADES-APAGADAS TO ZCONTAGEM.
           STRING "IDADES DE FILHOS APAGADAS........: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-IDADES-ERRO TO ZCONTAGEM.
           STRING "IDADES NAO GRAVADAS (ERRO).......: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-AUDITORIAS TO ZCONTAGEM.
           STRING "REGISTOS DE AUDITORIA (AUDFAM)...: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE NUM-FAMILIAS-RETIDAS TO ZCONTAGEM.
           STRING "FAMILIAS RETIDAS PARA REVISAO....: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-TOTAIS-EXIT.
           EXIT.
       IMPRIMIR-UM-TIPO.
           MOVE SPACES TO LINHA-LISTAGEM.
           MOVE CNT-LIDAS(IDX-TIPO)      TO ZCONTAGEM.
           MOVE CNT-ACEITES(IDX-TIPO)    TO ZCONTAGEM-2.
           MOVE CNT-REJEITADAS(IDX-TIPO) TO ZCONTAGEM-3.
           STRING "  " TIPO-CODIGO(IDX-TIPO) " " TIPO-NOME(IDX-TIPO)
               " LIDAS: " ZCONTAGEM " ACEITES: " ZCONTAGEM-2
               " REJEITADAS: " ZCONTAGEM-3
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           WRITE LINHA-LISTAGEM.
       IMPRIMIR-UM-TIPO-EXIT.
           EXIT.
       END PROGRAM FAMTRN.
