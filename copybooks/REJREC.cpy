      ******************************************************************
      * REJREC - Intake edit reject record, written by LNAPED for
      * every raw intake record that fails one or more field edits.
      * Carries the raw intake image untouched in the first 600
      * bytes - the same LNAPREC layout the intake extract uses - so
      * data entry can correct the image and feed the record straight
      * back into the next day's raw intake (the LNAPED job
      * knocked it out, in the order the edits found them.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-INTAKE-IMAGE             PIC X(600).
           05  REJ-ERROR-CODES.
               10  REJ-ERROR-CODE OCCURS 10 TIMES
                                            PIC X(2).
