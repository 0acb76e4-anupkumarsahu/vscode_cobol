       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DOCARCH.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Document archive service, CALLed by every program that renders
      * a statement or letter to a print file - SAMPLE-PROGRAM-STMT,
      * SAMPLE-PROGRAM-DUNNING, SAMPLE-PROGRAM-CONFIRM,
      * SAMPLE-PROGRAM-CLOSURE, SAMPLE-PROGRAM-CRREVIEW and
      * SAMPLE-PROGRAM-REMEDIATE. Each printed line is handed over as
      * it is written, so the archive holds the document exactly as
      * the customer got it. Numbering copies lives here once, so no
      * two programs can ever file the same copy number.
      * Three functions:
      *   BEGIN - starts a document for the CUST-ID, document type
      *     and sent date supplied, and returns in LS-DAR-COPY-NO the
      *     next copy number free under those three; the caller puts
      *     it on the correspondence log row it writes
      *   LINE  - files LS-DAR-LINE-TEXT as the next line of the
      *     document the last BEGIN started
      *   CLOSE - closes the archive at the end of the caller's run
      * The archive opens on the first BEGIN and stays open across
      * calls until CLOSE. A BEGIN that cannot file anything returns
      * copy number zero and return code 8; the caller's document
      * still goes out, its log row just carries no archive link.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Rendered document lines - created on first use
           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "CUSTDARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAR-KEY
               FILE STATUS IS WS-DAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-ARCHIVE-FILE.
           COPY DOCUMENT-ARCHIVE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-DAR-FILE-STATUS      PIC XX.
           88  DAR-FILE-OK         VALUE '00'.
           88  DAR-FILE-MISSING    VALUE '35'.

       01  WS-FLAGS.
           05  WS-DAR-OPEN-FLAG    PIC X VALUE 'N'.
               88  ARCHIVE-FILE-OPEN VALUE 'Y'.
           05  WS-DOC-ACTIVE-FLAG  PIC X VALUE 'N'.
               88  DOCUMENT-ACTIVE VALUE 'Y'.
           05  WS-COPY-WALK-FLAG   PIC X VALUE 'N'.
               88  COPY-WALK-DONE  VALUE 'Y'.

      * The document the last BEGIN started - kept between calls so
      * each LINE lands under it
       01  WS-CURRENT-DOCUMENT.
           05  WS-CUR-CUST-ID      PIC 9(9).
           05  WS-CUR-DOC-TYPE     PIC X(10).
           05  WS-CUR-SENT-DATE    PIC 9(8).
           05  WS-CUR-COPY-NO      PIC 9(3).
           05  WS-CUR-LINE-NO      PIC 9(4).
           05  WS-CUR-SENT-TIME    PIC 9(6).
           05  WS-CUR-PROGRAM-NAME PIC X(24).

      * Highest copy already on file under the BEGIN's three fields
       01  WS-HIGH-COPY-NO         PIC 9(3).
       01  WS-MAX-COPY-NO          PIC 9(3) VALUE 999.
       01  WS-MAX-LINE-NO          PIC 9(4) VALUE 9999.

       LINKAGE SECTION.
       01  LS-DOCARCH-PARM-AREA.
           05  LS-DAR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DAR-MESSAGE      PIC X(50).
      * BEGIN, LINE or CLOSE
           05  LS-DAR-FUNCTION     PIC X(8).
      * BEGIN only - the three fields the log row carries, the
      * moment it was sent, and who rendered it
           05  LS-DAR-CUST-ID      PIC 9(9).
           05  LS-DAR-DOC-TYPE     PIC X(10).
           05  LS-DAR-SENT-DATE    PIC 9(8).
           05  LS-DAR-SENT-TIME    PIC 9(6).
           05  LS-DAR-PROGRAM-NAME PIC X(24).
      * LINE only - the printed line
           05  LS-DAR-LINE-TEXT    PIC X(80).
      * Returned - the copy number BEGIN assigned (zero when nothing
      * is being filed) and the lines filed under it so far
           05  LS-DAR-COPY-NO      PIC 9(3).
           05  LS-DAR-LINE-COUNT   PIC 9(4).

       PROCEDURE DIVISION USING LS-DOCARCH-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           MOVE 0 TO LS-DAR-RETURN-CODE
           MOVE SPACES TO LS-DAR-MESSAGE
           EVALUATE LS-DAR-FUNCTION
               WHEN 'BEGIN'
                   PERFORM 2000-BEGIN-DOCUMENT
               WHEN 'LINE'
                   PERFORM 3000-FILE-LINE
               WHEN 'CLOSE'
                   PERFORM 4000-CLOSE-ARCHIVE
               WHEN OTHER
                   MOVE 8 TO LS-DAR-RETURN-CODE
                   MOVE 'UNRECOGNIZED DOCUMENT ARCHIVE FUNCTION'
                       TO LS-DAR-MESSAGE
           END-EVALUATE
           IF DOCUMENT-ACTIVE
               MOVE WS-CUR-COPY-NO TO LS-DAR-COPY-NO
               MOVE WS-CUR-LINE-NO TO LS-DAR-LINE-COUNT
           ELSE
               MOVE ZERO TO LS-DAR-COPY-NO
               MOVE ZERO TO LS-DAR-LINE-COUNT
           END-IF
           GOBACK.

       2000-BEGIN-DOCUMENT SECTION.
       2100-ASSIGN-COPY-NO.
      * Whatever happens below, the previous document is finished
           MOVE 'N' TO WS-DOC-ACTIVE-FLAG
           IF LS-DAR-CUST-ID = ZERO
                   OR LS-DAR-DOC-TYPE = SPACES
                   OR LS-DAR-SENT-DATE = ZERO
               MOVE 8 TO LS-DAR-RETURN-CODE
               MOVE 'CUST-ID, DOCUMENT TYPE AND SENT DATE REQUIRED'
                   TO LS-DAR-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 6050-OPEN-ARCHIVE
           IF NOT ARCHIVE-FILE-OPEN
               MOVE 8 TO LS-DAR-RETURN-CODE
               MOVE 'DOCUMENT ARCHIVE UNAVAILABLE' TO LS-DAR-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 2200-FIND-HIGH-COPY
           IF WS-HIGH-COPY-NO NOT < WS-MAX-COPY-NO
               MOVE 8 TO LS-DAR-RETURN-CODE
               MOVE 'NO ARCHIVE COPY NUMBER LEFT FOR THE DAY'
                   TO LS-DAR-MESSAGE
               EXIT SECTION
           END-IF
           MOVE LS-DAR-CUST-ID TO WS-CUR-CUST-ID
           MOVE LS-DAR-DOC-TYPE TO WS-CUR-DOC-TYPE
           MOVE LS-DAR-SENT-DATE TO WS-CUR-SENT-DATE
           COMPUTE WS-CUR-COPY-NO = WS-HIGH-COPY-NO + 1
           MOVE ZERO TO WS-CUR-LINE-NO
           MOVE LS-DAR-SENT-TIME TO WS-CUR-SENT-TIME
           MOVE LS-DAR-PROGRAM-NAME TO WS-CUR-PROGRAM-NAME
           SET DOCUMENT-ACTIVE TO TRUE

      * 2200 and 6050 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them
           EXIT SECTION.

       2200-FIND-HIGH-COPY.
      * Every line of every copy already filed under the three
      * fields sorts together, copies in ascending order - the last
      * one read is the highest
           MOVE ZERO TO WS-HIGH-COPY-NO
           MOVE 'N' TO WS-COPY-WALK-FLAG
           MOVE LS-DAR-CUST-ID TO DAR-CUST-ID
           MOVE LS-DAR-DOC-TYPE TO DAR-DOC-TYPE
           MOVE LS-DAR-SENT-DATE TO DAR-SENT-DATE
           MOVE ZERO TO DAR-COPY-NO
           MOVE ZERO TO DAR-LINE-NO
           START DOCUMENT-ARCHIVE-FILE
               KEY IS NOT LESS THAN DAR-KEY
               INVALID KEY
                   SET COPY-WALK-DONE TO TRUE
           END-START
           PERFORM 2210-READ-ONE-FILED-LINE
               UNTIL COPY-WALK-DONE.

       2210-READ-ONE-FILED-LINE.
           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET COPY-WALK-DONE TO TRUE
               NOT AT END
                   IF DAR-CUST-ID NOT = LS-DAR-CUST-ID
                           OR DAR-DOC-TYPE NOT = LS-DAR-DOC-TYPE
                           OR DAR-SENT-DATE NOT = LS-DAR-SENT-DATE
                       SET COPY-WALK-DONE TO TRUE
                   ELSE
                       MOVE DAR-COPY-NO TO WS-HIGH-COPY-NO
                   END-IF
           END-READ.

       3000-FILE-LINE SECTION.
       3100-WRITE-ONE-LINE.
           IF NOT DOCUMENT-ACTIVE
               MOVE 8 TO LS-DAR-RETURN-CODE
               MOVE 'NO DOCUMENT STARTED IN THE ARCHIVE'
                   TO LS-DAR-MESSAGE
               EXIT SECTION
           END-IF
           IF WS-CUR-LINE-NO NOT < WS-MAX-LINE-NO
               MOVE 4 TO LS-DAR-RETURN-CODE
               MOVE 'DOCUMENT TOO LONG - LINE NOT ARCHIVED'
                   TO LS-DAR-MESSAGE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CUR-LINE-NO
           MOVE WS-CUR-CUST-ID TO DAR-CUST-ID
           MOVE WS-CUR-DOC-TYPE TO DAR-DOC-TYPE
           MOVE WS-CUR-SENT-DATE TO DAR-SENT-DATE
           MOVE WS-CUR-COPY-NO TO DAR-COPY-NO
           MOVE WS-CUR-LINE-NO TO DAR-LINE-NO
           MOVE WS-CUR-SENT-TIME TO DAR-SENT-TIME
           MOVE WS-CUR-PROGRAM-NAME TO DAR-PROGRAM-NAME
           MOVE LS-DAR-LINE-TEXT TO DAR-LINE-TEXT
           WRITE DOCUMENT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 8 TO LS-DAR-RETURN-CODE
                   MOVE 'ARCHIVE LINE COULD NOT BE WRITTEN'
                       TO LS-DAR-MESSAGE
           END-WRITE.

       4000-CLOSE-ARCHIVE SECTION.
       4100-CLOSE-FILE.
           IF ARCHIVE-FILE-OPEN
               CLOSE DOCUMENT-ARCHIVE-FILE
               MOVE 'N' TO WS-DAR-OPEN-FLAG
           END-IF
           MOVE 'N' TO WS-DOC-ACTIVE-FLAG.

       6000-ARCHIVE-FILE-IO SECTION.
       6050-OPEN-ARCHIVE.
      * The first document ever filed creates the archive
           IF NOT ARCHIVE-FILE-OPEN
               OPEN I-O DOCUMENT-ARCHIVE-FILE
               IF DAR-FILE-MISSING
                   OPEN OUTPUT DOCUMENT-ARCHIVE-FILE
                   IF DAR-FILE-OK
                       CLOSE DOCUMENT-ARCHIVE-FILE
                       OPEN I-O DOCUMENT-ARCHIVE-FILE
                   END-IF
               END-IF
               IF DAR-FILE-OK
                   SET ARCHIVE-FILE-OPEN TO TRUE
               END-IF
           END-IF.
