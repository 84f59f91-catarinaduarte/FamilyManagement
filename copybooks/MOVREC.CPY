      ******************************************************************
      * MOVREC.CPY
      * Record layouts of the district change log and of the change
      * file sent to the national office.  T10, FAMMNT and FAMTRN
      * append one movement record to the MOVFAM change log for every
      * family they add to, change in or delete from the district
      * FAMILIAS master, with the family record as it stood after
      * the change (only the number matters on a deletion).  The
      * FAMDLT run turns the log into the DLTFAM change file: a
      * header with the district code and the next transmission
      * sequence number, the movements in the order they happened,
      * and a trailer with the counts, for FAMCON to apply to the
      * NACFAM national master in its incremental mode.
      ******************************************************************
       01  MOVIMENTO-REC.
           05  MOV-TIPO                    PIC X(01).
               88  MOV-INCLUSAO                        VALUE "I".
               88  MOV-ALTERACAO                       VALUE "A".
               88  MOV-ELIMINACAO                      VALUE "E".
               88  MOV-TIPO-VALIDO                     VALUE "I" "A"
                                                             "E".
               88  MOV-CABECALHO                       VALUE "0".
               88  MOV-TRAILER                         VALUE "9".
           05  MOV-DATA                    PIC 9(08).
           05  MOV-HORA                    PIC 9(06).
           05  MOV-PROGRAMA                PIC X(08).
           05  MOV-FAMILIA.
               10  MOV-NUM-FAMILIA         PIC 9(06).
               10  MOV-RESIDENCIA          PIC 9(01).
               10  MOV-IDADE-PAI           PIC 9(02).
               10  MOV-IDADE-MAE           PIC 9(02).
               10  MOV-NUM-FILHOS          PIC 9(02).
               10  MOV-RENDIMENTO-FAMILIAR PIC 9(05).
               10  MOV-CAMPANHA            PIC X(06).
               10  MOV-DATA-RECOLHA        PIC 9(08).
           05  FILLER                      PIC X(05).
      *---- PRIMEIRO REGISTO DO FICHEIRO DE ALTERACOES (DLTFAM)
       01  MOVIMENTO-CABECALHO-REC.
           05  MCB-TIPO                    PIC X(01).
           05  MCB-DISTRITO                PIC 9(02).
           05  MCB-SEQUENCIA               PIC 9(05).
           05  MCB-DATA                    PIC 9(08).
           05  MCB-HORA                    PIC 9(06).
           05  FILLER                      PIC X(38).
      *---- ULTIMO REGISTO DO FICHEIRO DE ALTERACOES, COM AS
      *---- CONTAGENS DOS MOVIMENTOS PARA A CONFERENCIA NO NACIONAL
       01  MOVIMENTO-TRAILER-REC.
           05  MTR-TIPO                    PIC X(01).
           05  MTR-NUM-MOVIMENTOS          PIC 9(07).
           05  MTR-NUM-INCLUSOES           PIC 9(07).
           05  MTR-NUM-ALTERACOES          PIC 9(07).
           05  MTR-NUM-ELIMINACOES         PIC 9(07).
           05  FILLER                      PIC X(31).
