      ******************************************************************
      * Author:
      * Date:
      * Purpose: Schedule of market values maintenance - the
      *          assessor's office screen for the SMVTAB land unit
      *          values (pesos per square meter by district and
      *          class) the property master and the revaluation run
      *          value lots from: list a district's schedule, change a
      *          unit value when the council adopts a new schedule,
      *          or add a row for a district or class not yet
      *          scheduled.  Districts are checked against DISTTAB and
      *          classes against CLASSTAB so no row can name a code
      *          the rest of the system does not know.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMVMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SMV-FILE
           ASSIGN TO "SMVTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SMV-STATUS.

       SELECT DISTRICT-FILE
           ASSIGN TO "DISTTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.

       SELECT CLASS-FILE
           ASSIGN TO "CLASSTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SIGNON-LOG-FILE
           ASSIGN TO "SIGNLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SMV-FILE
           DATA RECORD IS SMV-REC.

       COPY "SMVREC.cpy".

      ******************************************************************
      * DISTRICT-FILE / CLASS-FILE - read only, to check the codes a
      * new schedule row names.  Both are maintained elsewhere.
      ******************************************************************
       FD DISTRICT-FILE
           DATA RECORD IS DIST-REC.

       COPY "DISTREC.cpy".

       FD CLASS-FILE
           DATA RECORD IS CLASS-REC.

       COPY "CLASSREC.cpy".

      ******************************************************************
      * OPERATOR-FILE - shared sign-on table; self-seeds on first run
      * the same way it does for the property master program.
      ******************************************************************
       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      ******************************************************************
      * SIGNON-LOG-FILE - shared sign-on attempt log: every attempt,
      * good or bad, from every program that signs operators on.
      ******************************************************************
       FD SIGNON-LOG-FILE
           DATA RECORD IS SLOG-REC.

       COPY "SLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SMV-STATUS PIC X(2).
       01 WS-SMV-EOF PIC X VALUE "N".
       01 WS-SMV-COUNT PIC 999 VALUE ZERO.
       01 WS-SMV-FOUND-SWITCH PIC X VALUE "N".
           88 SMV-FOUND VALUE "Y".
           88 SMV-NOT-FOUND VALUE "N".
       01 WS-SMV-TABLE.
           05 WS-SMV-ENTRY OCCURS 150 TIMES INDEXED BY SV-IDX.
               10 WS-SV-DISTRICT PIC X(3).
               10 WS-SV-CLASS PIC X(1).
               10 WS-SV-UNIT-VALUE PIC 9(6)V99.
               10 WS-SV-ORD-YEAR PIC 9(4).

       01 WS-DIST-STATUS PIC X(2).
       01 WS-DIST-EOF PIC X VALUE "N".
       01 WS-DIST-COUNT PIC 99 VALUE ZERO.
       01 WS-DIST-FOUND-SWITCH PIC X VALUE "N".
           88 DISTRICT-FOUND VALUE "Y".
           88 DISTRICT-NOT-FOUND VALUE "N".
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 15 TIMES INDEXED BY DI-IDX.
               10 WS-DI-CODE PIC X(3).
               10 WS-DI-NAME PIC X(20).

       01 WS-CLASS-STATUS PIC X(2).
       01 WS-CLASS-EOF PIC X VALUE "N".
       01 WS-CLASS-COUNT PIC 99 VALUE ZERO.
       01 WS-CLASS-FOUND-SWITCH PIC X VALUE "N".
           88 CLASS-FOUND VALUE "Y".
           88 CLASS-NOT-FOUND VALUE "N".
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 10 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CODE PIC X(1).

       01 OPTION PIC 9.
       01 OPTION_CREATE PIC A.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-EDIT-DISTRICT PIC X(3).
       01 WS-EDIT-CLASS PIC X(1).
       01 WS-EDIT-UNIT-VALUE PIC 9(6)V99.
       01 WS-EDIT-ORD-YEAR PIC 9(4).
       01 WS-LIST-LINE PIC 99 VALUE ZERO.
       01 WS-LIST-HITS PIC 999 VALUE ZERO.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      ******************************************************************
      * OPERATOR SIGN-ON TABLE AND WORKING FIELDS
      ******************************************************************
       01 WS-OPER-STATUS PIC X(2).
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-OPER-COUNT PIC 99 VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES INDEXED BY OP-IDX.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-PASSWORD PIC X(8).
               10 WS-OP-ROLE PIC X(1).
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ENCODED PIC X(8) VALUE SPACES.
       01 WS-SEED-PW PIC X(8) VALUE SPACES.
       01 WS-ENCODED-PW PIC X(8) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.

      * SIGN-ON ATTEMPT LOGGING AND LOCKOUT FIELDS - EVERY ATTEMPT
      * LOGS TO SIGNLOG AND REPEATED FAILURES LOCK THE ID ON OPERTAB,
      * SO THE LOCKOUT HOLDS AT EVERY DOOR, NOT JUST THE ENTRY
      * PROGRAMS.
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-SIGNON-RESULT PIC X(4) VALUE SPACES.
       01 WS-FAIL-LIMIT PIC 9 VALUE 3.
       01 WS-SLOG-DATE PIC 9(8) VALUE ZERO.
       01 WS-SLOG-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPER-UPD-EOF PIC X VALUE "N".
       01 WS-OPER-UPD-FOUND PIC X VALUE "N".
       01 WS-SIGNON-SWITCH PIC X VALUE "N".
           88 SIGNED-ON VALUE "Y".
           88 NOT-SIGNED-ON VALUE "N".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE PIC X(1) VALUE "V".
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

       SCREEN SECTION.
       01 SCHEDULE-SCREEN.
           05 SCHEDULE-MENU.
               10 VALUE "SCHEDULE OF MARKET VALUES" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "[1] LIST A DISTRICT'S SCHEDULE" LINE 3 COL 12.
               10 VALUE "[2] CHANGE A UNIT VALUE" LINE 5 COL 12.
               10 VALUE "[3] ADD A SCHEDULE ROW" LINE 7 COL 12.
               10 VALUE "[4] QUIT" LINE 9 COL 12.
               10 VALUE "ENTER OPTION: " LINE 11 COL 12.

           05 LIST-SCREEN.
               10 VALUE "SCHEDULE OF MARKET VALUES" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "DISTRICT CODE: " LINE 3 COL 12.

           05 EDIT-SCREEN.
               10 VALUE "SCHEDULE OF MARKET VALUES ENTRY" BLANK SCREEN
                   LINE 1 COL 24.
               10 VALUE "DISTRICT CODE: " LINE 3 COL 12.
               10 VALUE "CLASS CODE: " LINE 5 COL 12.
               10 VALUE "UNIT VALUE PER SQ M: " LINE 7 COL 12.
               10 VALUE "ORDINANCE YEAR (YYYY): " LINE 9 COL 12.

           05 RESPOND.
               10 VALUE "C - TO CONTINUE" LINE 16 COL 30.
               10 VALUE "B - TO BACK" LINE 18 COL 30.
               10 VALUE "ENTER CHOICE : " LINE 20 COL 30.

           05 SIGN-ON-SCREEN.
               10 VALUE "MARKET VALUE SCHEDULE SIGN-ON" BLANK SCREEN
                   LINE 1 COL 25.
               10 VALUE "OPERATOR ID : " LINE 3 COL 12.
               10 VALUE "PASSWORD    : " LINE 5 COL 12.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           PERFORM LOAD-DISTRICT-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-SMV-TABLE.
           PERFORM A-50-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       A-50-MENU.
           DISPLAY SCHEDULE-MENU.
           ACCEPT OPTION LINE 11 COL 27.
           IF OPTION = 1 THEN
               PERFORM A-100-LIST-SCHEDULE
           ELSE IF OPTION = 2 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM B-200-CHANGE-VALUE
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 13 COL 12
               END-IF
           ELSE IF OPTION = 3 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM C-300-ADD-ROW
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 13 COL 12
               END-IF
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN" LINE 13 COL 12
           END-IF.

      ******************************************************************
      * A-100-LIST-SCHEDULE - one district at a time, since a district
      * carries at most one row per class and so always fits on the
      * screen.
      ******************************************************************
       A-100-LIST-SCHEDULE.
           DISPLAY LIST-SCREEN.
           ACCEPT WS-EDIT-DISTRICT LINE 3 COL 40.
           DISPLAY "CLASS  UNIT VALUE/SQ M  ORDINANCE" LINE 5 COL 12.
           MOVE 6 TO WS-LIST-LINE.
           MOVE ZERO TO WS-LIST-HITS.
           SET SV-IDX TO 1.
           PERFORM A-110-LIST-ONE-ROW THRU A-110-LIST-ONE-ROW-EXIT
               UNTIL SV-IDX > WS-SMV-COUNT.
           IF WS-LIST-HITS = ZERO
               DISPLAY "NO SCHEDULE ROWS FOR THAT DISTRICT."
                   LINE 7 COL 12
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       A-110-LIST-ONE-ROW.
           IF WS-SV-DISTRICT(SV-IDX) = WS-EDIT-DISTRICT
               ADD 1 TO WS-LIST-LINE
               ADD 1 TO WS-LIST-HITS
               DISPLAY WS-SV-CLASS(SV-IDX) LINE WS-LIST-LINE COL 14
               DISPLAY WS-SV-UNIT-VALUE(SV-IDX)
                   LINE WS-LIST-LINE COL 22
               DISPLAY WS-SV-ORD-YEAR(SV-IDX)
                   LINE WS-LIST-LINE COL 38
           END-IF.
           SET SV-IDX UP BY 1.
       A-110-LIST-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * B-200-CHANGE-VALUE - a changed unit value takes effect on the
      * master only when the revaluation run is next put through, so
      * every lot moves together and under one audit trail.
      ******************************************************************
       B-200-CHANGE-VALUE.
           DISPLAY EDIT-SCREEN.
           ACCEPT WS-EDIT-DISTRICT LINE 3 COL 40.
           ACCEPT WS-EDIT-CLASS LINE 5 COL 40.
           PERFORM LOOKUP-SMV.
           IF SMV-NOT-FOUND
               DISPLAY "NO SUCH ROW ON THE SCHEDULE." LINE 11 COL 12
           ELSE
               DISPLAY WS-SV-UNIT-VALUE(SV-IDX) LINE 7 COL 40
               DISPLAY WS-SV-ORD-YEAR(SV-IDX) LINE 9 COL 40
               DISPLAY "ENTER NEW VALUES BELOW" LINE 11 COL 12
               ACCEPT WS-EDIT-UNIT-VALUE LINE 7 COL 40
               ACCEPT WS-EDIT-ORD-YEAR LINE 9 COL 40
               IF WS-EDIT-UNIT-VALUE = ZERO
                   DISPLAY "UNIT VALUE MUST BE ABOVE ZERO - ROW NOT "
                       "CHANGED." LINE 13 COL 12
               ELSE
                   MOVE WS-EDIT-UNIT-VALUE TO WS-SV-UNIT-VALUE(SV-IDX)
                   MOVE WS-EDIT-ORD-YEAR TO WS-SV-ORD-YEAR(SV-IDX)
                   PERFORM REWRITE-SMV-TABLE
                   DISPLAY "SCHEDULE UPDATED - RUN THE REVALUATION TO "
                       "CARRY IT TO THE MASTER." LINE 13 COL 12
               END-IF
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       C-300-ADD-ROW.
           DISPLAY EDIT-SCREEN.
           ACCEPT WS-EDIT-DISTRICT LINE 3 COL 40.
           ACCEPT WS-EDIT-CLASS LINE 5 COL 40.
           PERFORM LOOKUP-SMV.
           PERFORM LOOKUP-DISTRICT.
           PERFORM LOOKUP-CLASS.
           IF SMV-FOUND
               DISPLAY "ROW ALREADY ON THE SCHEDULE." LINE 11 COL 12
           ELSE IF DISTRICT-NOT-FOUND
               DISPLAY "DISTRICT CODE NOT ON DISTTAB." LINE 11 COL 12
           ELSE IF CLASS-NOT-FOUND
               DISPLAY "CLASS CODE NOT ON CLASSTAB." LINE 11 COL 12
           ELSE IF WS-SMV-COUNT >= 150
               DISPLAY "SCHEDULE TABLE IS FULL." LINE 11 COL 12
           ELSE
               ACCEPT WS-EDIT-UNIT-VALUE LINE 7 COL 40
               ACCEPT WS-EDIT-ORD-YEAR LINE 9 COL 40
               IF WS-EDIT-UNIT-VALUE = ZERO
                   DISPLAY "UNIT VALUE MUST BE ABOVE ZERO - ROW NOT "
                       "ADDED." LINE 13 COL 12
               ELSE
                   ADD 1 TO WS-SMV-COUNT
                   SET SV-IDX TO WS-SMV-COUNT
                   MOVE WS-EDIT-DISTRICT TO WS-SV-DISTRICT(SV-IDX)
                   MOVE WS-EDIT-CLASS TO WS-SV-CLASS(SV-IDX)
                   MOVE WS-EDIT-UNIT-VALUE TO WS-SV-UNIT-VALUE(SV-IDX)
                   MOVE WS-EDIT-ORD-YEAR TO WS-SV-ORD-YEAR(SV-IDX)
                   PERFORM REWRITE-SMV-TABLE
                   DISPLAY "ROW ADDED TO SCHEDULE." LINE 13 COL 12
               END-IF
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

      ******************************************************************
      * REWRITE-SMV-TABLE - writes the whole in-memory schedule back
      * over SMVTAB after a change or an add, the same way the class
      * schedule screen rewrites CLASSTAB.
      ******************************************************************
       REWRITE-SMV-TABLE.
           OPEN OUTPUT SMV-FILE.
           PERFORM CHECK-SMV-STATUS.
           SET SV-IDX TO 1.
           PERFORM REWRITE-ONE-SMV THRU REWRITE-ONE-SMV-EXIT
               UNTIL SV-IDX > WS-SMV-COUNT.
           CLOSE SMV-FILE.

       REWRITE-ONE-SMV.
           MOVE WS-SV-DISTRICT(SV-IDX) TO SMV-DISTRICT.
           MOVE WS-SV-CLASS(SV-IDX) TO SMV-CLASS.
           MOVE WS-SV-UNIT-VALUE(SV-IDX) TO SMV-UNIT-VALUE.
           MOVE WS-SV-ORD-YEAR(SV-IDX) TO SMV-ORDINANCE-YEAR.
           WRITE SMV-REC.
           PERFORM CHECK-SMV-STATUS.
           SET SV-IDX UP BY 1.
       REWRITE-ONE-SMV-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-SMV-TABLE - reads SMVTAB into memory once at startup.  No
      * schedule is seeded: unit values are the council's to adopt,
      * so a shop with no SMVTAB yet starts from an empty schedule.
      ******************************************************************
       LOAD-SMV-TABLE.
           OPEN INPUT SMV-FILE.
           IF WS-SMV-STATUS = "35"
               MOVE "Y" TO WS-SMV-EOF
           ELSE
               PERFORM CHECK-SMV-STATUS
               PERFORM LOAD-SMV-ENTRY THRU LOAD-SMV-ENTRY-EXIT
                   UNTIL WS-SMV-EOF = "Y"
               CLOSE SMV-FILE
           END-IF.

       LOAD-SMV-ENTRY.
           READ SMV-FILE
               AT END
                   MOVE "Y" TO WS-SMV-EOF
               NOT AT END
                   IF WS-SMV-COUNT >= 150
                       DISPLAY "*** MARKET VALUE SCHEDULE FULL AT 150 "
                           "ENTRIES - RAISE THE OCCURS ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SMV-COUNT
                   SET SV-IDX TO WS-SMV-COUNT
                   MOVE SMV-DISTRICT TO WS-SV-DISTRICT(SV-IDX)
                   MOVE SMV-CLASS TO WS-SV-CLASS(SV-IDX)
                   MOVE SMV-UNIT-VALUE TO WS-SV-UNIT-VALUE(SV-IDX)
                   MOVE SMV-ORDINANCE-YEAR TO WS-SV-ORD-YEAR(SV-IDX)
           END-READ.
       LOAD-SMV-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-DISTRICT-TABLE / LOAD-CLASS-TABLE - the codes a schedule
      * row may name.  Either table missing simply leaves nothing to
      * validate against; the programs that own them seed them.
      ******************************************************************
       LOAD-DISTRICT-TABLE.
           OPEN INPUT DISTRICT-FILE.
           IF WS-DIST-STATUS = "35"
               MOVE "Y" TO WS-DIST-EOF
           ELSE
               PERFORM CHECK-DIST-STATUS
               PERFORM LOAD-DISTRICT-ENTRY THRU LOAD-DISTRICT-ENTRY-EXIT
                   UNTIL WS-DIST-EOF = "Y"
               CLOSE DISTRICT-FILE
           END-IF.

       LOAD-DISTRICT-ENTRY.
           READ DISTRICT-FILE
               AT END
                   MOVE "Y" TO WS-DIST-EOF
               NOT AT END
                   IF WS-DIST-COUNT < 15
                       ADD 1 TO WS-DIST-COUNT
                       SET DI-IDX TO WS-DIST-COUNT
                       MOVE DIST-CODE TO WS-DI-CODE(DI-IDX)
                       MOVE DIST-NAME TO WS-DI-NAME(DI-IDX)
                   END-IF
           END-READ.
       LOAD-DISTRICT-ENTRY-EXIT.
           EXIT.

       LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               MOVE "Y" TO WS-CLASS-EOF
           ELSE
               PERFORM CHECK-CLASS-STATUS
               PERFORM LOAD-CLASS-ENTRY THRU LOAD-CLASS-ENTRY-EXIT
                   UNTIL WS-CLASS-EOF = "Y"
               CLOSE CLASS-FILE
           END-IF.

       LOAD-CLASS-ENTRY.
           READ CLASS-FILE
               AT END
                   MOVE "Y" TO WS-CLASS-EOF
               NOT AT END
                   IF WS-CLASS-COUNT < 10
                       ADD 1 TO WS-CLASS-COUNT
                       SET CL-IDX TO WS-CLASS-COUNT
                       MOVE CLASS-CODE TO WS-CL-CODE(CL-IDX)
                   END-IF
           END-READ.
       LOAD-CLASS-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-SMV - scans the in-memory schedule and stops on the row
      * for WS-EDIT-DISTRICT/WS-EDIT-CLASS, leaving SV-IDX on it.
      ******************************************************************
       LOOKUP-SMV.
           SET SV-IDX TO 1.
           SET SMV-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-SMV-SCAN THRU LOOKUP-SMV-SCAN-EXIT
               UNTIL SV-IDX > WS-SMV-COUNT OR SMV-FOUND.

       LOOKUP-SMV-SCAN.
           IF WS-EDIT-DISTRICT = WS-SV-DISTRICT(SV-IDX) AND
               WS-EDIT-CLASS = WS-SV-CLASS(SV-IDX)
               SET SMV-FOUND TO TRUE
           ELSE
               SET SV-IDX UP BY 1
           END-IF.
       LOOKUP-SMV-SCAN-EXIT.
           EXIT.

       LOOKUP-DISTRICT.
           SET DI-IDX TO 1.
           SET DISTRICT-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-DISTRICT-SCAN THRU LOOKUP-DISTRICT-SCAN-EXIT
               UNTIL DI-IDX > WS-DIST-COUNT OR DISTRICT-FOUND.

       LOOKUP-DISTRICT-SCAN.
           IF WS-EDIT-DISTRICT = WS-DI-CODE(DI-IDX)
               SET DISTRICT-FOUND TO TRUE
           ELSE
               SET DI-IDX UP BY 1
           END-IF.
       LOOKUP-DISTRICT-SCAN-EXIT.
           EXIT.

       LOOKUP-CLASS.
           SET CL-IDX TO 1.
           SET CLASS-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-CLASS-SCAN THRU LOOKUP-CLASS-SCAN-EXIT
               UNTIL CL-IDX > WS-CLASS-COUNT OR CLASS-FOUND.

       LOOKUP-CLASS-SCAN.
           IF WS-EDIT-CLASS = WS-CL-CODE(CL-IDX)
               SET CLASS-FOUND TO TRUE
           ELSE
               SET CL-IDX UP BY 1
           END-IF.
       LOOKUP-CLASS-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-SMV-STATUS.
           IF WS-SMV-STATUS NOT = "00"
               MOVE "SMV-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SMV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DIST-STATUS.
           IF WS-DIST-STATUS NOT = "00"
               MOVE "DISTRICT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * WRITE-SIGNON-LOG - append one attempt row to the shared
      * SIGNLOG file.  Caller sets WS-SIGNON-RESULT first.
      ******************************************************************
       WRITE-SIGNON-LOG.
           ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SLOG-TIME FROM TIME.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           MOVE WS-SLOG-DATE TO SLOG-DATE.
           MOVE WS-SLOG-TIME TO SLOG-TIME.
           MOVE "SMVMNT" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

      ******************************************************************
      * BUMP-FAIL-COUNT - a failed attempt adds one to the ID's
      * failure count on OPERTAB; at the limit the ID locks and only
      * the security administration program can unlock it.
      ******************************************************************
       BUMP-FAIL-COUNT.
           MOVE "N" TO WS-OPER-UPD-EOF.
           MOVE "N" TO WS-OPER-UPD-FOUND.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-OPER-STATUS
               PERFORM BUMP-FAIL-SCAN THRU BUMP-FAIL-SCAN-EXIT
                   UNTIL WS-OPER-UPD-EOF = "Y" OR
                       WS-OPER-UPD-FOUND = "Y"
               CLOSE OPERATOR-FILE
           END-IF.

       BUMP-FAIL-SCAN.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-UPD-EOF
               NOT AT END
                   IF OPER-ID = WS-SIGNON-ID
                       MOVE "Y" TO WS-OPER-UPD-FOUND
                       ADD 1 TO OPER-FAIL-COUNT
                       IF OPER-FAIL-COUNT >= WS-FAIL-LIMIT AND
                           OPER-ACTIVE
                           MOVE "L" TO OPER-STATUS
                           MOVE "LOCK" TO WS-SIGNON-RESULT
                           PERFORM WRITE-SIGNON-LOG
                           PERFORM DROP-LOCKED-FROM-TABLE
                               THRU DROP-LOCKED-FROM-TABLE-EXIT
                           DISPLAY "OPERATOR ID LOCKED AFTER REPEATED "
                               "FAILURES."
                               LINE 8 COL 12
                       END-IF
                       REWRITE OPER-REC
                   END-IF
           END-READ.
       BUMP-FAIL-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * DROP-LOCKED-FROM-TABLE - the lock just written to OPERTAB
      * must also take the ID out of the in-memory sign-on table, or
      * this session could still match it on a later attempt.
      ******************************************************************
       DROP-LOCKED-FROM-TABLE.
           SET OP-IDX TO 1.
           PERFORM DROP-LOCKED-SCAN THRU DROP-LOCKED-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT.
       DROP-LOCKED-FROM-TABLE-EXIT.
           EXIT.

       DROP-LOCKED-SCAN.
           IF WS-OP-ID(OP-IDX) = WS-SIGNON-ID
               MOVE LOW-VALUES TO WS-OP-ID(OP-IDX)
           END-IF.
           SET OP-IDX UP BY 1.
       DROP-LOCKED-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-OPERATOR-TABLE - reads OPERTAB into memory once at
      * startup. If the shop has never set up the sign-on table yet,
      * seed it with a starter operator and clerk account, so OPERTAB
      * exists on disk afterward for someone to edit.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               PERFORM WRITE-DEFAULT-OPERATOR-TABLE
               OPEN INPUT OPERATOR-FILE
           END-IF.
           PERFORM CHECK-OPER-STATUS.
           PERFORM LOAD-OPERATOR-ENTRY THRU LOAD-OPERATOR-ENTRY-EXIT
               UNTIL WS-OPER-EOF = "Y".
           CLOSE OPERATOR-FILE.

      * ONLY ACTIVE OPERATORS LOAD INTO THE SIGN-ON TABLE; A REVOKED
      * OR LOCKED ID SIMPLY CANNOT MATCH.
       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF OPER-ACTIVE
                       ADD 1 TO WS-OPER-COUNT
                       SET OP-IDX TO WS-OPER-COUNT
                       MOVE OPER-ID TO WS-OP-ID(OP-IDX)
                       MOVE OPER-PASSWORD TO WS-OP-PASSWORD(OP-IDX)
                       MOVE OPER-ROLE TO WS-OP-ROLE(OP-IDX)
                   END-IF
           END-READ.
       LOAD-OPERATOR-ENTRY-EXIT.
           EXIT.

       WRITE-DEFAULT-OPERATOR-TABLE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE "OPER1" TO OPER-ID.
           MOVE "OPER1PW" TO WS-SEED-PW.
           CALL "PWCODE" USING WS-SEED-PW WS-ENCODED-PW.
           MOVE WS-ENCODED-PW TO OPER-PASSWORD.
           MOVE "A" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY-DATE TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           MOVE "CLERK1" TO OPER-ID.
           MOVE "CLERK1PW" TO WS-SEED-PW.
           CALL "PWCODE" USING WS-SEED-PW WS-ENCODED-PW.
           MOVE WS-ENCODED-PW TO OPER-PASSWORD.
           MOVE "V" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY-DATE TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           CLOSE OPERATOR-FILE.

      ******************************************************************
      * SIGN-ON - requires a valid operator ID/password before the
      * schedule menu is shown; sets WS-OPERATOR-ID and
      * WS-OPERATOR-ROLE for the rest of the run.
      ******************************************************************
       SIGN-ON.
           DISPLAY SIGN-ON-SCREEN.
           ACCEPT WS-SIGNON-ID LINE 3 COL 28.
           ACCEPT WS-SIGNON-PASSWORD LINE 5 COL 28.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           PERFORM LOOKUP-OPERATOR.
           IF SIGNED-ON
               MOVE "OK  " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
           ELSE
               MOVE "BAD " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
               PERFORM BUMP-FAIL-COUNT
               DISPLAY "INVALID OPERATOR ID OR PASSWORD, TRY AGAIN"
                   LINE 7 COL 12
           END-IF.
       SIGN-ON-EXIT.
           EXIT.

       LOOKUP-OPERATOR.
           SET OP-IDX TO 1.
           SET NOT-SIGNED-ON TO TRUE.
           PERFORM LOOKUP-OPERATOR-SCAN THRU LOOKUP-OPERATOR-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR SIGNED-ON.

       LOOKUP-OPERATOR-SCAN.
           IF WS-SIGNON-ID = WS-OP-ID(OP-IDX) AND
               WS-SIGNON-ENCODED = WS-OP-PASSWORD(OP-IDX)
               SET SIGNED-ON TO TRUE
               MOVE WS-OP-ID(OP-IDX) TO WS-OPERATOR-ID
               MOVE WS-OP-ROLE(OP-IDX) TO WS-OPERATOR-ROLE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       LOOKUP-OPERATOR-SCAN-EXIT.
           EXIT.

       END PROGRAM SMVMNT.
