      *> FD + record layout for F-FORTRN: one page per student, form-
      *> feed separated, same printer stock as the transcript.
       FD  F-FORTRN
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-FORTRN           PIC X(200).
