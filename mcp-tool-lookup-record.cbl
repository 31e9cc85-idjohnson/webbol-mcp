*> records active as of today are served unless the optional
*> "includeAll" argument is true, in which case pending and retired
*> records come back too, with their lifecycle status in the result.
*> The result also carries the record's links off the relationships
*> file RELATIONSHIP-MAINT keeps (relationships.dat): "relationships"
*> lists the records it links to, "referencedBy" the records linking
*> to it - only links in force today unless "includeAll" is true.
*> A record that is no longer active but has a superseded-by link in
*> force is answered with its replacement's id in "supersededBy",
*> so a partner holding the old id is pointed at the new one.
IDENTIFICATION DIVISION.
       PROGRAM-ID. MCP-TOOL-LOOKUP-RECORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIPS-FILE ASSIGN TO "relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-TO-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Same record layout RELATIONSHIP-MAINT declares
       FD  RELATIONSHIPS-FILE.
       01  RELATIONSHIPS-FILE-REC.
           05 RL-KEY.
              10 RL-FROM-ID          PIC X(20).
              10 RL-TYPE             PIC X(13).
              10 RL-TO-ID            PIC X(20).
           05 RL-EFF-FROM            PIC X(8).
           05 RL-EFF-TO              PIC X(8).
           05 RL-LAST-MAINT          PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-JSON-KEY           PIC X(64).
       01 WS-JSON-VALUE         PIC X(2048).
       01 WS-LIFECYCLE-FILTER   PIC X.
       01 WS-LOOKUP-RETURN-CODE PIC 9.

*> GnuCOBOL/ISO file status code from the last relationships read,
*> and "Y" when the file could be opened
       01 WS-REL-FILE-STATUS    PIC XX.
       01 WS-RELATIONS-OPEN     PIC X.
*> Today, YYYYMMDD, for the links-in-force check
       01 WS-RAW-DATE           PIC X(21).
       01 WS-TODAY              PIC X(8).
       01 WS-LINK-IN-FORCE      PIC X.
*> The record's replacement off a superseded-by link (spaces = none)
       01 WS-SUPERSEDED-BY      PIC X(20).
*> Links written into one array so far, and the result position
*> past which another might not fit
       01 WS-LINK-COUNT         PIC 9(4) COMP.
       01 WS-RESULT-ROOM        PIC 9(8) COMP-5 VALUE 3900.
       01 WS-LINKS-TRUNCATED    PIC X.

*> Running position while the result JSON is assembled
       01 WS-RESULT-PTR         PIC 9(8) COMP-5.

       LINKAGE SECTION.
*> Tool arguments, the JSON object from tools/call's "arguments" key
       01 LS-TOOL-ARGS          PIC X(2048).
       MAIN-LOGIC.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO LS-TOOL-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           MOVE "key" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               MOVE "*" TO WS-LIFECYCLE-FILTER
           END-IF

           MOVE "N" TO WS-RELATIONS-OPEN
           OPEN INPUT RELATIONSHIPS-FILE
           IF WS-REL-FILE-STATUS = "00"
               MOVE "Y" TO WS-RELATIONS-OPEN
           END-IF
           PERFORM FIND-REPLACEMENT

           CALL "RECORD-LOOKUP" USING WS-RECORD-KEY WS-RECORD-NAME
               WS-RECORD-DETAIL WS-RECORD-STATUS WS-LIFECYCLE-FILTER
               WS-LOOKUP-RETURN-CODE

           IF WS-LOOKUP-RETURN-CODE NOT = 0
               IF WS-SUPERSEDED-BY NOT = SPACES
*>                 No longer served, but there is somewhere to send
*>                 the partner instead
                   STRING '{"error":"record ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RECORD-KEY) DELIMITED BY SIZE
                          ' is no longer active - superseded by '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUPERSEDED-BY)
                              DELIMITED BY SIZE
                          '","supersededBy":"' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUPERSEDED-BY)
                              DELIMITED BY SIZE
                          '"}' DELIMITED BY SIZE
                          INTO LS-TOOL-RESULT
                   END-STRING
               ELSE
                   STRING '{"error":"no record found for key ' DELIMITED
                              BY SIZE
                          FUNCTION TRIM(WS-RECORD-KEY) DELIMITED BY SIZE
                          '"}' DELIMITED BY SIZE
                          INTO LS-TOOL-RESULT
                   END-STRING
               END-IF
               IF WS-RELATIONS-OPEN = "Y"
                   CLOSE RELATIONSHIPS-FILE
               END-IF
               MOVE 1 TO LS-RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO WS-RESULT-PTR
           STRING '{"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-KEY) DELIMITED BY SIZE
                  '","name":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-DETAIL) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  WS-RECORD-STATUS DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING

*>         A superseded record served under includeAll still says
*>         what replaced it
           IF WS-SUPERSEDED-BY NOT = SPACES
               STRING ',"supersededBy":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPERSEDED-BY) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF

           MOVE "N" TO WS-LINKS-TRUNCATED
           PERFORM APPEND-RELATIONSHIPS
           PERFORM APPEND-REFERENCED-BY
           IF WS-LINKS-TRUNCATED = "Y"
               STRING ',"relationshipsTruncated":true' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING "}" DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING

           IF WS-RELATIONS-OPEN = "Y"
               CLOSE RELATIONSHIPS-FILE
           END-IF
           GOBACK.

*>       The record's replacement: the to-id of its superseded-by
*>       link, if one is in force today.
       FIND-REPLACEMENT.
           MOVE SPACES TO WS-SUPERSEDED-BY
           IF WS-RELATIONS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-KEY TO RL-FROM-ID
           MOVE "superseded-by" TO RL-TYPE
           MOVE LOW-VALUES TO RL-TO-ID
           START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ RELATIONSHIPS-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF RL-FROM-ID = WS-RECORD-KEY AND RL-TYPE = "superseded-by"
               PERFORM CHECK-LINK-IN-FORCE
               IF WS-LINK-IN-FORCE = "Y"
                   MOVE RL-TO-ID TO WS-SUPERSEDED-BY
               END-IF
           END-IF
           .

*>       The links from this record, in type then to-id order.
       APPEND-RELATIONSHIPS.
           STRING ',"relationships":[' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           MOVE 0 TO WS-LINK-COUNT
           IF WS-RELATIONS-OPEN = "Y"
               MOVE WS-RECORD-KEY TO RL-FROM-ID
               MOVE LOW-VALUES TO RL-TYPE
               MOVE LOW-VALUES TO RL-TO-ID
               START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY
                       MOVE "10" TO WS-REL-FILE-STATUS
               END-START
               PERFORM UNTIL WS-REL-FILE-STATUS NOT = "00"
                   READ RELATIONSHIPS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-REL-FILE-STATUS
                   END-READ
                   IF WS-REL-FILE-STATUS = "00"
                       IF RL-FROM-ID NOT = WS-RECORD-KEY
                           MOVE "10" TO WS-REL-FILE-STATUS
                       ELSE
                           PERFORM APPEND-ONE-RELATIONSHIP
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           STRING "]" DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .

       APPEND-ONE-RELATIONSHIP.
           PERFORM CHECK-LINK-IN-FORCE
           IF WS-LINK-IN-FORCE NOT = "Y"
               AND WS-LIFECYCLE-FILTER NOT = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-RESULT-PTR > WS-RESULT-ROOM
               MOVE "Y" TO WS-LINKS-TRUNCATED
               MOVE "10" TO WS-REL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT
           IF WS-LINK-COUNT > 1
               STRING "," DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING '{"type":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TYPE) DELIMITED BY SIZE
                  '","id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TO-ID) DELIMITED BY SIZE
                  '","effFrom":"' DELIMITED BY SIZE
                  RL-EFF-FROM DELIMITED BY SPACE
                  '","effTo":"' DELIMITED BY SIZE
                  RL-EFF-TO DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .

*>       The links pointing at this record, off the RL-TO-ID key.
       APPEND-REFERENCED-BY.
           STRING ',"referencedBy":[' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           MOVE 0 TO WS-LINK-COUNT
           IF WS-RELATIONS-OPEN = "Y" AND WS-LINKS-TRUNCATED = "N"
               MOVE WS-RECORD-KEY TO RL-TO-ID
               START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-TO-ID
                   INVALID KEY
                       MOVE "10" TO WS-REL-FILE-STATUS
               END-START
               PERFORM UNTIL WS-REL-FILE-STATUS NOT = "00"
                   READ RELATIONSHIPS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-REL-FILE-STATUS
                   END-READ
                   IF WS-REL-FILE-STATUS = "00"
                       IF RL-TO-ID NOT = WS-RECORD-KEY
                           MOVE "10" TO WS-REL-FILE-STATUS
                       ELSE
                           PERFORM APPEND-ONE-REFERENCE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           STRING "]" DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .

       APPEND-ONE-REFERENCE.
           PERFORM CHECK-LINK-IN-FORCE
           IF WS-LINK-IN-FORCE NOT = "Y"
               AND WS-LIFECYCLE-FILTER NOT = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-RESULT-PTR > WS-RESULT-ROOM
               MOVE "Y" TO WS-LINKS-TRUNCATED
               MOVE "10" TO WS-REL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT
           IF WS-LINK-COUNT > 1
               STRING "," DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING '{"type":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TYPE) DELIMITED BY SIZE
                  '","id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RL-FROM-ID) DELIMITED BY SIZE
                  '","effFrom":"' DELIMITED BY SIZE
                  RL-EFF-FROM DELIMITED BY SPACE
                  '","effTo":"' DELIMITED BY SIZE
                  RL-EFF-TO DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .

*>       A link is in force when it is already effective and not
*>       yet past its end date - the same test RECORD-LOOKUP makes
*>       of a record's dates.
       CHECK-LINK-IN-FORCE.
           MOVE "N" TO WS-LINK-IN-FORCE
           IF RL-EFF-FROM NOT = SPACES AND RL-EFF-FROM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF RL-EFF-TO NOT = SPACES AND RL-EFF-TO < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LINK-IN-FORCE
           .
