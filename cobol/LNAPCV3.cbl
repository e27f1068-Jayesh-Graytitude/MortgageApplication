       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPCV3.
      ******************************************************************
      * LNAPCV3 - One-time application master record conversion,
      * 400-byte layout to 600-byte layout.
      * Third in the line after LNAPCNV (296-to-320) and LNAPCV2
      * (320-to-400): run once at the cutover that widens LNAPREC for
      * the rate-lock term and the fields that follow it - the
      * 400-byte layout had eight bytes of FILLER left. Reads the
      * flat sequential unload of the OLD 400-byte master (IDCAMS
      * REPRO of the live cluster - see jcl/LNAPCV3.jcl for the whole
      * unload/convert/redefine/reload sequence) and writes the
      * 600-byte image of every record. The same job runs it again
      * over each yearly archive dataset LNARCH has written, so
      * LNRETRV can restore an archived application into the wider
      * master.
      *
      * As at the last cutover, nothing moved: every new field sits
      * AFTER the old layout's last real field (the delivery-pending
      * flag), in the space the old trailing FILLER occupied and
      * beyond - so the old record's first 392 bytes land exactly
      * where they always were and the whole new tail is initialized
      * to spaces. A space-filled lock period and expiration date
      * (and any field added to the tail later) reads as "never
      * set", which every consumer of the tail must treat as such.
      * Keep this program around after the cutover; it documents
      * exactly what the conversion did.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO OLDMAST
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT NEW-MASTER-FILE ASSIGN TO NEWMAST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F.
      * The retired 400-byte layout: 392 bytes of fields whose
      * positions are unchanged in the new layout, then the old
      * trailing FILLER the new tail replaces.
       01  OLD-MASTER-RECORD.
           05  OLD-THRU-DELIVERY-FLAG       PIC X(392).
           05  FILLER                       PIC X(8).
      *
       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD                PIC X(600).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-OLD                PIC X VALUE 'N'.
               88  EOF-OLD                 VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-COUNT          PIC 9(7) VALUE ZERO.
      *
           COPY LNAPREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CONVERT-RECORD UNTIL EOF-OLD.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT OLD-MASTER-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
           PERFORM 2100-READ-OLD-MASTER.
      *
       2000-CONVERT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO LOAN-APPLICATION-RECORD.
           MOVE OLD-THRU-DELIVERY-FLAG
               TO LOAN-APPLICATION-RECORD (1:392).
           MOVE LOAN-APPLICATION-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM 2100-READ-OLD-MASTER.
      *
       2100-READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END
                   SET EOF-OLD TO TRUE
           END-READ.
      *
       8000-FINALIZE.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           DISPLAY 'LNAPCV3 - OLD RECORDS READ:   ' WS-READ-COUNT.
           DISPLAY 'LNAPCV3 - NEW RECORDS WRITTEN: '
               WS-WRITTEN-COUNT.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY 'LNAPCV3 - COUNTS DO NOT MATCH - DO NOT RELOAD'
               MOVE 8 TO RETURN-CODE
           END-IF.
