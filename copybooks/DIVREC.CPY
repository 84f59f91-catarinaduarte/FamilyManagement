      ******************************************************************
      * DIVREC.CPY
      * Record layout of one entry in the DIVFAM double-entry mismatch
      * file, indexed by family number + field code + child sequence
      * (zero except for a child age).  FAMVER writes one entry per
      * field where the second, blind keying of a family differs from
      * the first, with both values and both operators; a child age
      * the first keying never recorded is shown as missing.  The
      * supervisor's choice of the first or the second value is kept
      * on the entry, and FAMDIV charges the error to the operator
      * whose value was not chosen.  When a family is compared again,
      * a decided entry whose key the new mismatch needs is moved to a
      * history sequence (21-99, never a child number) so it is kept.
      ******************************************************************
       01  DIVERGENCIA-REC.
           05  DIV-CHAVE.
               10  DIV-NUM-FAMILIA         PIC 9(06).
               10  DIV-CAMPO               PIC X(01).
                   88  DIV-CAMPO-RESIDENCIA            VALUE "R".
                   88  DIV-CAMPO-IDADE-PAI             VALUE "P".
                   88  DIV-CAMPO-IDADE-MAE             VALUE "M".
                   88  DIV-CAMPO-NUM-FILHOS            VALUE "F".
                   88  DIV-CAMPO-RENDIMENTO            VALUE "V".
                   88  DIV-CAMPO-IDADE-FILHO           VALUE "I".
               10  DIV-SEQUENCIA           PIC 9(02).
           05  DIV-VALOR-1                 PIC 9(05).
               88  DIV-VALOR-1-EM-FALTA                VALUE 99999.
           05  DIV-VALOR-2                 PIC 9(05).
           05  DIV-OPERADOR-1              PIC X(08).
           05  DIV-OPERADOR-2              PIC X(08).
           05  DIV-DATA                    PIC 9(08).
           05  DIV-DECISAO                 PIC X(01).
               88  DIV-POR-DECIDIR                     VALUE SPACE.
               88  DIV-VALE-PRIMEIRA                   VALUE "1".
               88  DIV-VALE-SEGUNDA                    VALUE "2".
           05  DIV-SUPERVISOR              PIC X(08).
           05  DIV-DATA-DECISAO            PIC 9(08).
           05  FILLER                      PIC X(10).
