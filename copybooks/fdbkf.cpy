      *> FDs for F-BKIN / F-BKOUT: as wide as file-hash.cbl reads.
       FD  F-BKIN
           RECORD CONTAINS 300 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BKIN             PIC X(300).

       FD  F-BKOUT
           RECORD CONTAINS 300 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BKOUT            PIC X(300).
