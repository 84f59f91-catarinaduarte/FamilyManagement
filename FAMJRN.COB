      *          RELJRN as execucoes iniciadas na vespera - programa,
      *          operador, horas de inicio e fim, registos lidos/
      *          aceites/rejeitados e return code, com as execucoes
      *          falhadas e as recusadas a operadores nao
      *          autorizados assinaladas - para o operador da manha ver
      *          de relance o que correu de noite, o que conferiu e o
      *          que falhou. Os registos de passo do controlo da
      *          cadeia (FAMCTL com o nome do passo no campo do
      *          operador) saem assinalados como *PASSO* e contados a
      *          parte, fora das falhadas e das recusadas, porque o
      *          proprio programa do passo ja tem a sua linha; o passo
      *          que parou a cadeia sai como *PASSO-F* e conta nos
      *          passos falhados (mesmo que o programa nem tenha
      *          chegado a gravar a sua linha), e o que terminou com
      *          um aviso dentro do maximo sai como *PASSO-A*.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----
       77 NUM-EXECUCOES            PIC 9(05)         VALUES 0.
       77 NUM-FALHADAS             PIC 9(05)         VALUES 0.
       77 NUM-RECUSADAS            PIC 9(05)         VALUES 0.
       77 NUM-PASSOS               PIC 9(05)         VALUES 0.
       77 NUM-PASSOS-FALHADOS      PIC 9(05)         VALUES 0.
       77 ZCONTAGEM                PIC ZZZZ9.
      *----
       01 DATA-ONTEM-DECOMPOSTA.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DET-RETURN-CODE          PIC 99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DET-FLAG                 PIC X(10).
      *----
      * CAMPOS DO JORNAL DESTA PROPRIA EXECUCAO
       01 MARCA-INICIO-JRN.
       LER-JORNAL-EXIT.
           EXIT.
      *---- UMA LINHA POR EXECUCAO DA VESPERA, COM AS FALHADAS
      *---- (RETURN CODE DIFERENTE DE ZERO) ASSINALADAS, E AS
      *---- TENTATIVAS RECUSADAS A UM OPERADOR NAO AUTORIZADO
      *---- (RETURN CODE 12) ASSINALADAS A PARTE PARA A INSPECCAO.
      *---- OS PASSOS DA CADEIA SAEM COM O NOME DO PASSO NA COLUNA
      *---- DO PROGRAMA E NAO ENTRAM NAS EXECUCOES NEM NAS FALHADAS:
      *---- O PASSO QUE PAROU A CADEIA (REJEITADO PELO FAMCTL) SAI
      *---- ASSINALADO *PASSO-F* E CONTA NOS PASSOS FALHADOS; O QUE
      *---- TERMINOU COM RETURN CODE DENTRO DO MAXIMO SAI *PASSO-A*
       IMPRIMIR-EXECUCAO.
           IF JRN-PROGRAMA = "FAMCTL" AND JRN-OPERADOR NOT = SPACES
               ADD 1 TO NUM-PASSOS
               MOVE JRN-OPERADOR TO DET-PROGRAMA
               MOVE "(FAMCTL)" TO DET-OPERADOR
           ELSE
               ADD 1 TO NUM-EXECUCOES
               MOVE JRN-PROGRAMA TO DET-PROGRAMA
               MOVE JRN-OPERADOR TO DET-OPERADOR
           END-IF.
           MOVE JRN-HORA-INICIO TO HORA-DECOMPOSTA.
           MOVE HOR-HORA    TO HORA-ED-HORA.
           MOVE HOR-MINUTO  TO HORA-ED-MINUTO.
           MOVE JRN-ACEITES     TO DET-ACEITES.
           MOVE JRN-REJEITADOS  TO DET-REJEITADOS.
           MOVE JRN-RETURN-CODE TO DET-RETURN-CODE.
           EVALUATE TRUE
               WHEN DET-OPERADOR = "(FAMCTL)"
                   IF JRN-REJEITADOS > 0 THEN
                       ADD 1 TO NUM-PASSOS-FALHADOS
                       MOVE "*PASSO-F*" TO DET-FLAG
                   ELSE
                       IF JRN-RETURN-CODE > 0 THEN
                           MOVE "*PASSO-A*" TO DET-FLAG
                       ELSE
                           MOVE "*PASSO*" TO DET-FLAG
                       END-IF
                   END-IF
               WHEN JRN-RETURN-CODE = 0
                   MOVE SPACES TO DET-FLAG
               WHEN JRN-RETURN-CODE = 12
                   ADD 1 TO NUM-RECUSADAS
                   MOVE "*RECUSA*" TO DET-FLAG
               WHEN OTHER
                   ADD 1 TO NUM-FALHADAS
                   MOVE "*FALHOU*" TO DET-FLAG
           END-EVALUATE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       IMPRIMIR-EXECUCAO-EXIT.
       IMPRIMIR-TOTAIS.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF NUM-EXECUCOES = 0 AND NUM-PASSOS = 0 THEN
               MOVE "SEM EXECUCOES NA VESPERA." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO IMPRIMIR-TOTAIS-EXIT
           STRING "FALHADAS.: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE NUM-RECUSADAS TO ZCONTAGEM.
           STRING "RECUSADAS: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE NUM-PASSOS TO ZCONTAGEM.
           STRING "PASSOS DA CADEIA: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE NUM-PASSOS-FALHADOS TO ZCONTAGEM.
           STRING "PASSOS FALHADOS.: " ZCONTAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       IMPRIMIR-TOTAIS-EXIT.
           EXIT.
      *---- MARCA O INICIO DA EXECUCAO PARA O JORNAL COMUM (JRNFAM)
