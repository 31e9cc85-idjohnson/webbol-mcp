*> Builds the complete HTTP response: a results table with a "Next
*> page" link while more remains, or a plain search form when no
*> parameter was given, so staff can work the catalog from a
*> browser instead of an MCP client. Both carry a category picker
*> built from the open categories on the category master
*> (categories.dat, kept by CATEGORY-MAINT) that runs a "cat="
*> browse, and every result row shows its category's description
*> beside the code; a category browse names the category's
*> description above the table. Without a category master the
*> picker is left off and the codes show bare, as before.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-PAGE.

               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> RF-CATEGORY alternate key (spaces = uncategorized)
           05 RF-CATEGORY            PIC X(20).

*> Same record layout CATEGORY-MAINT declares
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
           05 CT-OWNER               PIC X(40).
           05 CT-STATUS              PIC X.
           05 CT-LAST-MAINT          PIC X(14).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-FILE-STATUS             PIC XX.
       01 WS-CAT-FILE-STATUS         PIC XX.
*> "Y" while categories.dat is open for the picker and the row
*> descriptions
       01 WS-CATEGORIES-OPEN         PIC X VALUE "N".
*> How many open categories the picker lists at most, so a long
*> master can't crowd the results out of the page body
       01 WS-PICKER-MAX              PIC 9(4) COMP VALUE 100.
       01 WS-PICKER-COUNT            PIC 9(4) COMP.

       01 WS-CRLF                    PIC XX VALUE X"0D0A".

           MOVE LOW-VALUE TO WS-PAGE-BODY
           MOVE 1 TO WS-BODY-PTR

           MOVE "N" TO WS-CATEGORIES-OPEN
           OPEN INPUT CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATEGORIES-OPEN
           END-IF

           IF WS-QUERY-LEN = 0 AND WS-NAME-PREFIX-LEN = 0
               AND WS-CAT-PREFIX-LEN = 0
               PERFORM BUILD-SEARCH-FORM
               PERFORM BUILD-RESULTS-PAGE
           END-IF

           IF WS-CATEGORIES-OPEN = "Y"
               CLOSE CATEGORIES-FILE
           END-IF

           PERFORM EMIT-HTTP-RESPONSE
           GOBACK.

                      DELIMITED BY SIZE
                  '<input type="submit" value="Search">'
                      DELIMITED BY SIZE
                  "</form>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           PERFORM APPEND-CATEGORY-PICKER
           STRING "</body></html>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           .

*>       A second form offering the open categories as a drop-down
*>       that runs a "cat=" browse - staff pick a real category
*>       instead of guessing at a prefix. The category being browsed
*>       comes up selected. Left off when there is no master.
       APPEND-CATEGORY-PICKER.
           IF WS-CATEGORIES-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           STRING '<form method="GET" action="/search">'
                      DELIMITED BY SIZE
                  '<select name="cat">' DELIMITED BY SIZE
                  '<option value="">(choose a category)</option>'
                      DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING

           MOVE 0 TO WS-PICKER-COUNT
           MOVE LOW-VALUES TO CT-CODE
           START CATEGORIES-FILE KEY >= CT-CODE
           PERFORM UNTIL WS-CAT-FILE-STATUS NOT = "00"
               OR WS-PICKER-COUNT >= WS-PICKER-MAX
               READ CATEGORIES-FILE NEXT RECORD
               IF WS-CAT-FILE-STATUS = "00" AND CT-STATUS NOT = "C"
                   ADD 1 TO WS-PICKER-COUNT
                   PERFORM APPEND-PICKER-OPTION
               END-IF
           END-PERFORM

           STRING "</select>" DELIMITED BY SIZE
                  '<input type="submit" value="Browse category">'
                      DELIMITED BY SIZE
                  "</form>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           .

*>       One <option> - code as the value, code and description as
*>       the label, both escaped.
       APPEND-PICKER-OPTION.
           STRING '<option value="' DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           MOVE SPACES TO WS-ESC-IN
           MOVE CT-CODE TO WS-ESC-IN(1:20)
           PERFORM APPEND-ESCAPED-VALUE
           IF CT-CODE = WS-CAT-PREFIX
               STRING '" selected>' DELIMITED BY SIZE
                      INTO WS-PAGE-BODY
                      WITH POINTER WS-BODY-PTR
               END-STRING
           ELSE
               STRING '">' DELIMITED BY SIZE
                      INTO WS-PAGE-BODY
                      WITH POINTER WS-BODY-PTR
               END-STRING
           END-IF
           PERFORM APPEND-ESCAPED-VALUE
           STRING " - " DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           MOVE SPACES TO WS-ESC-IN
           MOVE CT-DESCRIPTION TO WS-ESC-IN(1:60)
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</option>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING
           .

*>       Put the category's description into CT-DESCRIPTION for the
*>       code in CT-CODE - spaces when there is no master or the
*>       code isn't on it.
       LOOK-UP-CATEGORY.
           IF WS-CATEGORIES-OPEN NOT = "Y"
               MOVE SPACES TO CT-DESCRIPTION
               EXIT PARAGRAPH
           END-IF
           READ CATEGORIES-FILE
               INVALID KEY
                   MOVE SPACES TO CT-DESCRIPTION
           END-READ
           .

*>       Browse the master from the cursor (or the start) and fold
*>       one page of matching records into an HTML table.
       BUILD-RESULTS-PAGE.
           MOVE WS-CAT-PREFIX TO WS-ESC-IN(1:20)
           PERFORM APPEND-ESCAPED-VALUE

           STRING "'</p>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
           END-STRING

*>         A category browse says what the category is
           IF WS-CAT-PREFIX-LEN > 0 AND WS-NAME-PREFIX-LEN = 0
               MOVE WS-CAT-PREFIX TO CT-CODE
               PERFORM LOOK-UP-CATEGORY
               IF CT-DESCRIPTION NOT = SPACES
                   STRING "<p>Category " DELIMITED BY SIZE
                          INTO WS-PAGE-BODY
                          WITH POINTER WS-BODY-PTR
                   END-STRING
                   MOVE SPACES TO WS-ESC-IN
                   MOVE CT-CODE TO WS-ESC-IN(1:20)
                   PERFORM APPEND-ESCAPED-VALUE
                   STRING ": " DELIMITED BY SIZE
                          INTO WS-PAGE-BODY
                          WITH POINTER WS-BODY-PTR
                   END-STRING
                   MOVE SPACES TO WS-ESC-IN
                   MOVE CT-DESCRIPTION TO WS-ESC-IN(1:60)
                   PERFORM APPEND-ESCAPED-VALUE
                   STRING "</p>" DELIMITED BY SIZE
                          INTO WS-PAGE-BODY
                          WITH POINTER WS-BODY-PTR
                   END-STRING
               END-IF
           END-IF
           PERFORM APPEND-CATEGORY-PICKER

           STRING "<table border=" DELIMITED BY SIZE
                  '"1"' DELIMITED BY SIZE
                  "><tr><th>Id</th><th>Name</th><th>Detail</th>"
                      DELIMITED BY SIZE
           MOVE RF-CATEGORY TO WS-ESC-IN(1:20)
           PERFORM APPEND-ESCAPED-VALUE

*>         The category's description beside its code, off the
*>         category master
           IF RF-CATEGORY NOT = SPACES
               MOVE RF-CATEGORY TO CT-CODE
               PERFORM LOOK-UP-CATEGORY
               IF CT-DESCRIPTION NOT = SPACES
                   STRING " - " DELIMITED BY SIZE
                          INTO WS-PAGE-BODY
                          WITH POINTER WS-BODY-PTR
                   END-STRING
                   MOVE SPACES TO WS-ESC-IN
                   MOVE CT-DESCRIPTION TO WS-ESC-IN(1:60)
                   PERFORM APPEND-ESCAPED-VALUE
               END-IF
           END-IF

           STRING "</td></tr>" DELIMITED BY SIZE
                  INTO WS-PAGE-BODY
                  WITH POINTER WS-BODY-PTR
