      ******************************************************************
      * ENVREC.CPY
      * Record layout of one entry in the ENVFAM submission status
      * file, indexed by family number.  FAMEXP writes or refreshes
      * the entry of every family it sends to the statistics office
      * in EXPFAM, as sent and with a copy of the family record as it
      * went out.  FAMACK reads the office acknowledgement file and
      * marks each entry accepted or queried, with the query reason
      * and the date of the answer.  A queried family whose master
      * record no longer matches the copy sent has been corrected,
      * and is picked up by a FAMEXP run that resends only the
      * queried families.
      ******************************************************************
       01  ENVIO-REC.
           05  ENV-NUM-FAMILIA             PIC 9(06).
           05  ENV-ESTADO                  PIC X(01).
               88  ENV-ENVIADA                         VALUE "E".
               88  ENV-ACEITE                          VALUE "A".
               88  ENV-QUESTIONADA                     VALUE "Q".
               88  ENV-RESPONDIDA                      VALUE "A" "Q".
           05  ENV-DATA-ENVIO              PIC 9(08).
           05  ENV-NUM-ENVIOS              PIC 9(03).
           05  ENV-CAMPANHA-ENVIO          PIC X(06).
           05  ENV-DATA-RESPOSTA           PIC 9(08).
           05  ENV-MOTIVO                  PIC X(40).
           05  ENV-FAMILIA-ENVIADA         PIC X(32).
           05  FILLER                      PIC X(16).
