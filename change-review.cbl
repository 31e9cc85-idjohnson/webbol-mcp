*> only ever written by RECORDS-MAINT, exactly as before - rejected
*> ones are dropped, and everything undecided stays pending for the
*> next review. The run ends with change-review.rpt naming what was
*> approved and rejected. Every verdict is also appended to
*> change-outcomes.dat,
*>     seq|decided|submitted-by|A or R|action|id
*> which NOTICE-SPOOL reads to tell the submitting key the outcome.
*> The report's totals include how many lines records-trans.dat
*> held before the run, so BATCH-BALANCE can find the approvals
*> among the lines that follow and prove each one went in.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-REVIEW.

           SELECT RECORDS-TRANS-FILE ASSIGN TO "records-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
*> The decided proposals, kept after they leave the queue
           SELECT OUTCOMES-FILE ASSIGN TO "change-outcomes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "change-review.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FD  RECORDS-TRANS-FILE.
       01  RECORDS-TRANS-REC    PIC X(256).

       FD  OUTCOMES-FILE.
       01  OUTCOMES-REC         PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       01 WS-PENDING-FILE-STATUS    PIC XX.
       01 WS-DEC-FILE-STATUS        PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-OUT-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> The operator's verdicts, loaded before the queue is walked
       01 WS-PROP-STATUS            PIC X.
       01 WS-PROP-EFF-FROM          PIC X(8).
       01 WS-PROP-EFF-TO            PIC X(8).
       01 WS-PROP-CATEGORY          PIC X(20).

*> The verdict found for the proposal in hand
       01 WS-VERDICT                PIC X.
       01 WS-PROPS-APPROVED         PIC 9(8) COMP VALUE 0.
       01 WS-PROPS-REJECTED         PIC 9(8) COMP VALUE 0.
       01 WS-PROPS-PENDING          PIC 9(8) COMP VALUE 0.
*> Lines on records-trans.dat before this run appended to it
       01 WS-TRANS-LINES-BEFORE     PIC 9(8) COMP VALUE 0.

*> Today, for the report header
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
*> When the verdicts were applied, for the outcome lines
       01 WS-NOW-STAMP              PIC X(19).

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) " " DELIMITED BY SIZE
                  WS-RAW-DATE(9:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(11:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
               STOP RUN
           END-IF

           PERFORM COUNT-TRANS-LINES

           PERFORM UNTIL WS-PENDING-FILE-STATUS = "99"
               READ PENDING-FILE
                   AT END
                   PERFORM WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-PROPS-APPROVED
                   PERFORM WRITE-APPROVED-LINE
                   PERFORM WRITE-OUTCOME-LINE
               WHEN "R"
                   ADD 1 TO WS-PROPS-REJECTED
                   PERFORM WRITE-REJECTED-LINE
                   PERFORM WRITE-OUTCOME-LINE
               WHEN OTHER
                   ADD 1 TO WS-PROPS-PENDING
                   IF WS-KEEP-COUNT < 500

*>       Split one queued line:
*>           seq|timestamp|submitted-by|state|action|id|name|detail
*>              |status|eff-from|eff-to|category
*>       Lines queued before proposals carried a category stop at
*>       eff-to and leave the category blank.
       SPLIT-PENDING-LINE.
           MOVE 0 TO WS-PROP-SEQ
           MOVE SPACES TO WS-PROP-BY WS-PROP-ACTION WS-PROP-ID
               WS-PROP-NAME WS-PROP-DETAIL WS-PROP-STATUS
               WS-PROP-EFF-FROM WS-PROP-EFF-TO WS-PROP-CATEGORY

           MOVE PENDING-REC TO WS-REST
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 12
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:8) TO WS-PROP-EFF-FROM
                   WHEN 11
                       MOVE WS-FIELD(1:8) TO WS-PROP-EFF-TO
                   WHEN 12
                       MOVE WS-FIELD(1:20) TO WS-PROP-CATEGORY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

*>       Every line records-trans.dat holds before the approvals
*>       are appended, comments and blanks included.
       COUNT-TRANS-LINES.
           MOVE 0 TO WS-TRANS-LINES-BEFORE
           OPEN INPUT RECORDS-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANS-FILE-STATUS = "99"
               READ RECORDS-TRANS-FILE
                   AT END
                       MOVE "99" TO WS-TRANS-FILE-STATUS
               END-READ
               IF WS-TRANS-FILE-STATUS NOT = "99"
                   ADD 1 TO WS-TRANS-LINES-BEFORE
               END-IF
           END-PERFORM
           CLOSE RECORDS-TRANS-FILE
           .

*>       Turn the approved proposal into an ordinary RECORDS-MAINT
*>       transaction line, appended so transactions ops prepared by
*>       hand for the same night are not lost.
                      WS-PROP-EFF-FROM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PROP-EFF-TO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROP-CATEGORY) DELIMITED BY SIZE
                      INTO RECORDS-TRANS-REC
               END-STRING
           END-IF
           CLOSE RECORDS-TRANS-FILE
           .

*>       Record the verdict on the proposal in hand for the
*>       submitter's notice.
       WRITE-OUTCOME-LINE.
           OPEN EXTEND OUTCOMES-FILE
           IF WS-OUT-FILE-STATUS = "05" OR
              WS-OUT-FILE-STATUS = "35"
               OPEN OUTPUT OUTCOMES-FILE
           END-IF

           MOVE WS-PROP-SEQ TO WS-EDIT-8
           MOVE SPACES TO OUTCOMES-REC
           STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROP-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PROP-ACTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PROP-ID DELIMITED BY SPACE
                  INTO OUTCOMES-REC
           END-STRING
           WRITE OUTCOMES-REC
           CLOSE OUTCOMES-FILE
           .

       WRITE-APPROVED-LINE.
           MOVE WS-PROP-SEQ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Proposals read.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PROPS-APPROVED TO WS-EDIT-8
           STRING "Approved to trans file.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PROPS-REJECTED TO WS-EDIT-8
           STRING "Rejected................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PROPS-PENDING TO WS-EDIT-8
           STRING "Still pending........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TRANS-LINES-BEFORE TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Trans lines before run.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
