       FILE SECTION.
       FD  INTAKE-FILE
           RECORDING MODE IS F.
       01  INTAKE-RECORD                   PIC X(600).
      *
       FD  EXCL-FILE
           RECORDING MODE IS F.
