      ******************************************************************
      * DPEREC.CPY
      * Record layout of one entry in the DPEFAM double-entry
      * verification file, indexed by family number.  T10 writes the
      * entry of every family keyed in by hand, pending, with the
      * operator, date and time of the session that keyed it; the
      * family is held back from the FAMEXP export by a pending "DE"
      * entry in REVFAM meanwhile.  The values of the first keying
      * are kept here as they were written, with the number of child
      * ages actually received (the children beyond it have no age),
      * so that a later change to the master does not count as a
      * keying mismatch.  On the FAMVER screen a second operator
      * re-keys the session blind (all of it, or a sample), and each
      * family is marked verified, not sampled, or divergent with the
      * second keying kept here and each mismatch against the first
      * keying written to DIVFAM.  The supervisor decides the
      * divergent families, which are then marked resolved.  FAMDIV
      * reports the mismatch rates per operator and per field over a
      * period.
      ******************************************************************
       01  DUPLA-ENTRADA-REC.
           05  DPE-NUM-FAMILIA             PIC 9(06).
           05  DPE-ESTADO                  PIC X(01).
               88  DPE-POR-CONFERIR                    VALUE "P".
               88  DPE-DISPENSADA                      VALUE "N".
               88  DPE-CONFERIDA                       VALUE "V".
               88  DPE-DIVERGENTE                      VALUE "D".
               88  DPE-RESOLVIDA                       VALUE "R".
               88  DPE-RETIDA                          VALUE "P" "D".
               88  DPE-COMPARADA                       VALUE "V" "D"
                                                             "R".
           05  DPE-CAMPANHA                PIC X(06).
           05  DPE-OPERADOR-1              PIC X(08).
           05  DPE-DATA-1                  PIC 9(08).
           05  DPE-HORA-1                  PIC 9(06).
           05  DPE-PRIMEIRA-ENTRADA.
               10  DPE-1-RESIDENCIA        PIC 9(01).
               10  DPE-1-IDADE-PAI         PIC 9(02).
               10  DPE-1-IDADE-MAE         PIC 9(02).
               10  DPE-1-NUM-FILHOS        PIC 9(02).
               10  DPE-1-RENDIMENTO        PIC 9(05).
               10  DPE-1-IDADES-FILHOS.
                   15  DPE-1-IDADE-FILHO   PIC 9(02) OCCURS 20 TIMES.
               10  DPE-1-IDADES-RECEBIDAS  PIC 9(02).
           05  DPE-OPERADOR-2              PIC X(08).
           05  DPE-DATA-2                  PIC 9(08).
           05  DPE-SEGUNDA-ENTRADA.
               10  DPE-2-RESIDENCIA        PIC 9(01).
               10  DPE-2-IDADE-PAI         PIC 9(02).
               10  DPE-2-IDADE-MAE         PIC 9(02).
               10  DPE-2-NUM-FILHOS        PIC 9(02).
               10  DPE-2-RENDIMENTO        PIC 9(05).
               10  DPE-2-IDADE-FILHO       PIC 9(02) OCCURS 20 TIMES.
           05  DPE-CAMPOS-COMPARADOS       PIC 9(02).
           05  DPE-NUM-DIVERGENCIAS        PIC 9(02).
           05  DPE-SUPERVISOR              PIC X(08).
           05  DPE-DATA-DECISAO            PIC 9(08).
           05  FILLER                      PIC X(10).
