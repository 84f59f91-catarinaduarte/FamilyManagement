      ******************************************************************
      * OPEREC.CPY
      * Record layout of one operator in the OPERFAM operator master,
      * maintained with the OPEMNT screen and read by every program
      * that identifies an operator.  Only an operator registered
      * here and active may open a session; the profile decides the
      * sensitive actions: a data-entry operator keys and corrects
      * families, a supervisor may also delete families, change the
      * income brackets, repair the masters and reload a snapshot,
      * and an administrator may in addition maintain this master.
      * Operators are never deleted, only made inactive, so the codes
      * held in AUDFAM and JRNFAM always remain traceable.
      ******************************************************************
       01  OPERADOR-REC.
           05  OPE-CODIGO                  PIC X(08).
           05  OPE-NOME                    PIC X(30).
           05  OPE-PERFIL                  PIC X(01).
               88  OPE-ENTRADA-DADOS                   VALUE "D".
               88  OPE-SUPERVISOR                      VALUE "S".
               88  OPE-ADMINISTRADOR                   VALUE "A".
               88  OPE-PERFIL-VALIDO                   VALUE "D" "S"
                                                             "A".
           05  OPE-ESTADO                  PIC X(01).
               88  OPE-ACTIVO                          VALUE "A".
               88  OPE-INACTIVO                        VALUE "I".
               88  OPE-ESTADO-VALIDO                   VALUE "A" "I".
           05  OPE-DATA-ALTERACAO          PIC 9(08).
           05  OPE-ALTERADO-POR            PIC X(08).
           05  FILLER                      PIC X(08).
