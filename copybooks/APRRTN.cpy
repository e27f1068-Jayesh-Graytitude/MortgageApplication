      ******************************************************************
      * APRRTN - Appraisal return from the appraisal management
      * company (AMC), one record per completed appraisal report, in
      * application-number order. Parsed in by APRPRS and posted onto
      * the matching LOAN-APPLICATION-RECORD. A revised report (the
      * AMC's answer to a reconsideration of value) comes back as a
      * second record for the same application on a later night.
      * The condition rating is the UAD C1-C6 scale; each flag is Y
      * or blank.
      ******************************************************************
       01  APPRAISAL-RETURN-RECORD.
           05  ART-APPL-NUMBER              PIC X(10).
           05  ART-APPRAISED-VALUE          PIC 9(9)V99.
           05  ART-EFFECTIVE-DATE           PIC X(8).
           05  ART-APPRAISER-LICENSE        PIC X(15).
           05  ART-CONDITION-RATING         PIC X(2).
           05  ART-PROPERTY-FLAGS.
      * Report made subject to repairs or completion.
               10  ART-SUBJECT-TO-FLAG       PIC X(1).
      * Neighborhood market value trend marked declining.
               10  ART-DECLINING-MKT-FLAG    PIC X(1).
      * Health and safety deficiency noted on the property.
               10  ART-SAFETY-FLAG           PIC X(1).
           05  FILLER                       PIC X(11).
