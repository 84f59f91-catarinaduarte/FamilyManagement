      ******************************************************************
      * TRNREC.CPY
      * Record layout of one maintenance transaction in the TRNFAM
      * batch file, applied by FAMTRN against the FAMILIAS and FILHOS
      * masters with the same validation rules as the FAMMNT screen.
      * Three transaction types, all keyed by the family number:
      *   A - change of the questionnaire fields; a field left blank
      *       keeps the value in the master;
      *   E - deletion of the family and of its children (supervisor
      *       profile required, as on the screen);
      *   F - replacement of the ages of all the children; the number
      *       of ages must match the number of children declared.
      * A change of the number of children is followed by an F
      * transaction for the same family with the new ages.
      ******************************************************************
       01  TRANSACCAO-REC.
           05  TRN-TIPO                    PIC X(01).
               88  TRN-ALTERACAO                       VALUE "A".
               88  TRN-ELIMINACAO                      VALUE "E".
               88  TRN-IDADES-FILHOS                   VALUE "F".
           05  TRN-NUM-FAMILIA-X           PIC X(06).
           05  TRN-NUM-FAMILIA REDEFINES TRN-NUM-FAMILIA-X
                                           PIC 9(06).
           05  TRN-DADOS                   PIC X(42).
      *---- TIPO A: CAMPOS DO QUESTIONARIO (EM BRANCO = SEM ALTERACAO)
           05  TRN-DADOS-ALTERACAO REDEFINES TRN-DADOS.
               10  TRN-RESIDENCIA-X        PIC X(01).
               10  TRN-RESIDENCIA REDEFINES TRN-RESIDENCIA-X
                                           PIC 9(01).
               10  TRN-IDADE-PAI-X         PIC X(02).
               10  TRN-IDADE-PAI REDEFINES TRN-IDADE-PAI-X
                                           PIC 9(02).
               10  TRN-IDADE-MAE-X         PIC X(02).
               10  TRN-IDADE-MAE REDEFINES TRN-IDADE-MAE-X
                                           PIC 9(02).
               10  TRN-NUM-FILHOS-X        PIC X(02).
               10  TRN-NUM-FILHOS REDEFINES TRN-NUM-FILHOS-X
                                           PIC 9(02).
               10  TRN-RENDIMENTO-X        PIC X(05).
               10  TRN-RENDIMENTO REDEFINES TRN-RENDIMENTO-X
                                           PIC 9(05).
               10  FILLER                  PIC X(30).
      *---- TIPO F: NUMERO DE IDADES E AS IDADES, POR ORDEM DOS FILHOS
           05  TRN-DADOS-FILHOS REDEFINES TRN-DADOS.
               10  TRN-NUM-IDADES-X        PIC X(02).
               10  TRN-NUM-IDADES REDEFINES TRN-NUM-IDADES-X
                                           PIC 9(02).
               10  TRN-IDADE-FILHO-X OCCURS 20 TIMES
                                           PIC X(02).
           05  FILLER                      PIC X(11).
