      ******************************************************************
      * ABOREC.CPY
      * Record layout of one entry in the ABOFAM child benefit
      * (abono de familia) eligibility file, indexed by family
      * number.  The FAMABO eligibility run writes one entry for each
      * family it assesses: the income bracket from the PARMESC
      * limits, the children under the age limit of the entitlement
      * table, and the amount due per child (the bracket amount plus
      * the large-family supplement from the Nth eligible child on).
      * A family with no amount due is kept with ABO-SEM-DIREITO, so
      * each family is assessed only once unless a reassessment is
      * asked for.  ABO-EXECUCAO stamps the run that wrote the entry
      * and selects the families of the payment list of that run.
      ******************************************************************
       01  ABONO-REC.
           05  ABO-NUM-FAMILIA             PIC 9(06).
           05  ABO-CAMPANHA                PIC X(06).
           05  ABO-RESIDENCIA              PIC 9(01).
           05  ABO-RENDIMENTO              PIC 9(05).
           05  ABO-ESCALAO                 PIC 9(01).
               88  ABO-ESCALAO-BAIXO                   VALUE 1.
               88  ABO-ESCALAO-MEDIO                   VALUE 2.
               88  ABO-ESCALAO-ALTO                    VALUE 3.
           05  ABO-NUM-FILHOS              PIC 9(02).
           05  ABO-NUM-ELEGIVEIS           PIC 9(02).
           05  ABO-NUM-SUPLEMENTOS         PIC 9(02).
           05  ABO-DIREITO                 PIC X(01).
               88  ABO-COM-DIREITO                     VALUE "S".
               88  ABO-SEM-DIREITO                     VALUE "N".
           05  ABO-VALOR-BASE              PIC 9(05)V99.
           05  ABO-VALOR-SUPLEMENTO        PIC 9(05)V99.
           05  ABO-VALOR-TOTAL             PIC 9(05)V99.
           05  ABO-FILHOS.
               10  ABO-FILHO OCCURS 20 TIMES.
                   15  ABO-IDADE-FILHO     PIC 9(02).
                   15  ABO-BASE-FILHO      PIC 9(03)V99.
                   15  ABO-SUPL-FILHO      PIC 9(03)V99.
           05  ABO-EXECUCAO.
               10  ABO-DATA-AVALIACAO      PIC 9(08).
               10  ABO-HORA-AVALIACAO      PIC 9(06).
           05  FILLER                      PIC X(10).
