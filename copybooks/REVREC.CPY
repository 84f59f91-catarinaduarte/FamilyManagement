      ******************************************************************
      * REVREC.CPY
      * Record layout of one entry in the REVFAM plausibility review
      * file, indexed by family number + rule code.  An entry is
      * written by T10 after each load, or by the FAMPLA checker run
      * on demand, when a cross-field plausibility rule fires for a
      * family (an implausible parent/child age gap, a parent age
      * gap, child ages beyond the declared number of children, an
      * income implausible for the household size).  The supervisor
      * decides each pending entry on the FAMREV screen: released as
      * plausible, or sent to correction with FAMMNT.  An entry still
      * pending or sent to correction holds the family back from the
      * FAMEXP export; the next check (T10, FAMPLA, or FAMMNT after a
      * correction) marks it resolved once the rule no longer fires,
      * and FAMPLA also resolves the entries of deleted families.
      * A family keyed in by hand in T10 also gets a pending "DE"
      * entry, which holds it back until the double-entry check on
      * the FAMVER screen verifies it; FAMREV does not show these.
      ******************************************************************
       01  REVISAO-REC.
           05  REV-CHAVE.
               10  REV-NUM-FAMILIA         PIC 9(06).
               10  REV-REGRA               PIC X(02).
                   88  REV-REGRA-MAE-FILHO             VALUE "MF".
                   88  REV-REGRA-PAI-FILHO             VALUE "PF".
                   88  REV-REGRA-PAI-MAE               VALUE "PM".
                   88  REV-REGRA-FILHOS-DECL           VALUE "FD".
                   88  REV-REGRA-RENDIMENTO            VALUE "RD".
                   88  REV-REGRA-DUPLA-ENTRADA         VALUE "DE".
           05  REV-ESTADO                  PIC X(01).
               88  REV-PENDENTE                        VALUE "P".
               88  REV-EM-CORRECAO                     VALUE "C".
               88  REV-LIBERTADA                       VALUE "L".
               88  REV-RESOLVIDA                       VALUE "R".
               88  REV-RETIDA                          VALUE "P" "C".
           05  REV-DESCRICAO               PIC X(40).
           05  REV-DETALHE                 PIC X(30).
           05  REV-DATA-DETECCAO           PIC 9(08).
           05  REV-ORIGEM                  PIC X(08).
           05  REV-DATA-DECISAO            PIC 9(08).
           05  REV-SUPERVISOR              PIC X(08).
           05  FILLER                      PIC X(09).
