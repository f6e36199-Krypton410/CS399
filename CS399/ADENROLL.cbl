      ******************************************************************
      * Author:
      * Date:
      * Purpose: Realty tax auto-debit enrollment - links a lot on the
      *          property master, or an OWNRMAST owner number and so
      *          every lot that owner holds, to a time-deposit
      *          account on ESCABARTE2.DAT and the account's CIF, so
      *          the installment debit run can pay the tax out of the
      *          deposit on each quarter's due date.  Only an open,
      *          active account carrying a CIF can be enrolled; an
      *          enrollment is cancelled rather than deleted, and
      *          every enrollment and cancellation lands on the
      *          ADRREG register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADENROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENROLL-FILE
           ASSIGN TO "ADRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-KEY
           FILE STATUS IS WS-ADR-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT OWNER-FILE
           ASSIGN TO "OWNRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OWNR-NUMBER
           ALTERNATE RECORD KEY IS OWNR-NAME WITH DUPLICATES
           FILE STATUS IS WS-OWNR-STATUS.

       SELECT REGISTER-FILE
           ASSIGN TO "ADRREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ENROLL-FILE
           DATA RECORD IS ADR-REC.

       COPY "ADRREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD OWNER-FILE
           DATA RECORD IS OWNR-REC.

       COPY "OWNRREC.cpy".

      ******************************************************************
      * REG-REC - one row per enrollment or cancellation, appended to
      * ADRREG as the depositor's standing-instruction trail.
      ******************************************************************
       FD REGISTER-FILE
           DATA RECORD IS REG-REC.

       01 REG-REC.
           05 REG-DATE PIC 9(8).
           05 REG-TIME PIC 9(8).
           05 REG-ACTION PIC X(1).
           05 REG-ENROLL-TYPE PIC X(1).
           05 REG-REFERENCE PIC 9(9).
           05 REG-ACCOUNT-NUMBER PIC 99999.
           05 REG-CIF-NUMBER PIC 9(5).
           05 REG-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-ADR-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OWNR-STATUS PIC X(2).
       01 WS-REG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-TYPE-IN PIC X(1) VALUE SPACE.
       01 WS-REFERENCE-IN PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNT-IN PIC 99999 VALUE ZERO.
       01 WS-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-CIF-IN-HAND PIC 9(5) VALUE ZERO.
       01 WS-REF-NAME PIC X(26) VALUE SPACES.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-REF-FOUND-SWITCH PIC X VALUE "N".
           88 REFERENCE-FOUND VALUE "Y".
           88 REFERENCE-NOT-FOUND VALUE "N".
       01 WS-ADR-FOUND-SWITCH PIC X VALUE "N".
           88 ENROLLMENT-FOUND VALUE "Y".
           88 ENROLLMENT-NOT-FOUND VALUE "N".
       01 WS-LISTED PIC 9(5) VALUE ZERO.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR/STATION ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR OR STATION ID IS REQUIRED."
           END-IF.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "REALTY TAX AUTO-DEBIT ENROLLMENT".
           DISPLAY "[1] ENROLL A LOT OR OWNER".
           DISPLAY "[2] CANCEL AN ENROLLMENT".
           DISPLAY "[3] LIST ENROLLMENTS".
           DISPLAY "[4] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-ENROLL THRU 2000-ENROLL-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-CANCEL THRU 3000-CANCEL-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-LIST-ENROLLMENTS
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-ENROLL - the lot must be on the property master and not
      * closed out, or the owner number on OWNRMAST; the account must
      * be on the deposit master, active (neither closed nor dormant)
      * and carry a CIF.  A lot or owner already enrolled is refused
      * rather than silently repointed; a cancelled row is reused.
      ******************************************************************
       2000-ENROLL.
           PERFORM 8000-TAKE-KEY THRU 8000-TAKE-KEY-EXIT.
           IF REFERENCE-NOT-FOUND
               GO TO 2000-ENROLL-EXIT
           END-IF.
           DISPLAY "DEPOSIT ACCOUNT TO DEBIT : ".
           ACCEPT WS-ACCOUNT-IN.
           PERFORM 8300-READ-ACCOUNT THRU 8300-READ-ACCOUNT-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO SUCH ACCOUNT ON FILE."
               GO TO 2000-ENROLL-EXIT
           END-IF.
           IF DEPOSIT-CLOSED-OUT
               DISPLAY "ACCOUNT IS CLOSED - CANNOT BE ENROLLED."
               GO TO 2000-ENROLL-EXIT
           END-IF.
           IF DEPOSIT-DORMANT-OUT
               DISPLAY "ACCOUNT IS DORMANT - CANNOT BE ENROLLED."
               GO TO 2000-ENROLL-EXIT
           END-IF.
           IF DEP-CIF-NUMBER-OUT = ZERO
               DISPLAY "ACCOUNT CARRIES NO CIF - ATTACH THE CUSTOMER "
                   "FIRST."
               GO TO 2000-ENROLL-EXIT
           END-IF.
           MOVE DEP-CIF-NUMBER-OUT TO WS-CIF-IN-HAND.
           PERFORM 8400-SHOW-CUSTOMER.
           DISPLAY "ACCOUNT  : " ACCOUNT_NUMBER_OUT "  "
               ACCOUNT_NAME_OUT.
           DISPLAY "ENROLL " WS-TYPE-IN " " WS-REFERENCE-IN " "
               WS-REF-NAME.
           DISPLAY "CONFIRM ENROLLMENT (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "ENROLLMENT NOT RECORDED."
               GO TO 2000-ENROLL-EXIT
           END-IF.
           OPEN I-O ENROLL-FILE.
           IF WS-ADR-STATUS = "35"
               OPEN OUTPUT ENROLL-FILE
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF.
           PERFORM CHECK-ADR-STATUS.
           PERFORM 8500-READ-ENROLLMENT.
           IF ENROLLMENT-FOUND AND ADR-ACTIVE
               DISPLAY "ALREADY ENROLLED TO ACCOUNT "
                   ADR-ACCOUNT-NUMBER " - CANCEL IT FIRST."
               CLOSE ENROLL-FILE
               GO TO 2000-ENROLL-EXIT
           END-IF.
           MOVE WS-TYPE-IN TO ADR-ENROLL-TYPE.
           MOVE WS-REFERENCE-IN TO ADR-REFERENCE.
           MOVE WS-ACCOUNT-IN TO ADR-ACCOUNT-NUMBER.
           MOVE WS-CIF-IN-HAND TO ADR-CIF-NUMBER.
           MOVE WS-TODAY TO ADR-ENROLL-DATE.
           MOVE "A" TO ADR-STATUS.
           MOVE ZERO TO ADR-CANCEL-DATE.
           MOVE WS-OPERATOR-ID TO ADR-OPERATOR-ID.
           IF ENROLLMENT-FOUND
               REWRITE ADR-REC
           ELSE
               WRITE ADR-REC
           END-IF.
           PERFORM CHECK-ADR-STATUS.
           CLOSE ENROLL-FILE.
           MOVE "E" TO REG-ACTION.
           PERFORM 9000-WRITE-REGISTER.
           DISPLAY "ENROLLMENT RECORDED AND REGISTERED.".
       2000-ENROLL-EXIT.
           EXIT.

       3000-CANCEL.
           DISPLAY "CANCEL BY L - LOT, O - OWNER NUMBER : ".
           ACCEPT WS-TYPE-IN.
           DISPLAY "LOT OR OWNER NUMBER : ".
           ACCEPT WS-REFERENCE-IN.
           OPEN I-O ENROLL-FILE.
           IF WS-ADR-STATUS = "35"
               DISPLAY "NO ENROLLMENT FILE ON HAND YET."
               GO TO 3000-CANCEL-EXIT
           END-IF.
           PERFORM CHECK-ADR-STATUS.
           PERFORM 8500-READ-ENROLLMENT.
           IF ENROLLMENT-NOT-FOUND
               DISPLAY "NO ENROLLMENT ON FILE FOR THAT LOT OR OWNER."
               CLOSE ENROLL-FILE
               GO TO 3000-CANCEL-EXIT
           END-IF.
           IF ADR-CANCELLED
               DISPLAY "ENROLLMENT ALREADY CANCELLED " ADR-CANCEL-DATE
               CLOSE ENROLL-FILE
               GO TO 3000-CANCEL-EXIT
           END-IF.
           MOVE "X" TO ADR-STATUS.
           MOVE WS-TODAY TO ADR-CANCEL-DATE.
           REWRITE ADR-REC.
           PERFORM CHECK-ADR-STATUS.
           MOVE ADR-ACCOUNT-NUMBER TO WS-ACCOUNT-IN.
           MOVE ADR-CIF-NUMBER TO WS-CIF-IN-HAND.
           CLOSE ENROLL-FILE.
           MOVE "X" TO REG-ACTION.
           PERFORM 9000-WRITE-REGISTER.
           DISPLAY "ENROLLMENT CANCELLED AND REGISTERED.".
       3000-CANCEL-EXIT.
           EXIT.

       4000-LIST-ENROLLMENTS.
           MOVE ZERO TO WS-LISTED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ENROLL-FILE.
           IF WS-ADR-STATUS = "35"
               DISPLAY "NO ENROLLMENT FILE ON HAND YET."
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-ADR-STATUS
               DISPLAY "T REFERENCE ACCOUNT CIF   ENROLLED ST CANCELLED"
           END-IF.
           PERFORM 4100-LIST-ONE THRU 4100-LIST-ONE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-ADR-STATUS = "00" OR WS-ADR-STATUS = "10"
               CLOSE ENROLL-FILE
               DISPLAY "ENROLLMENTS LISTED : " WS-LISTED
           END-IF.

       4100-LIST-ONE.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LISTED
                   DISPLAY ADR-ENROLL-TYPE " " ADR-REFERENCE " "
                       ADR-ACCOUNT-NUMBER "   " ADR-CIF-NUMBER " "
                       ADR-ENROLL-DATE " " ADR-STATUS "  "
                       ADR-CANCEL-DATE
           END-READ.
           IF WS-ADR-STATUS NOT = "00" AND WS-ADR-STATUS NOT = "10"
               MOVE "ENROLL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       4100-LIST-ONE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TAKE-KEY - the enrollment type and reference, proven
      * against the property master (a lot) or the owner master (an
      * owner number); the name on record is kept for the confirm.
      ******************************************************************
       8000-TAKE-KEY.
           MOVE "N" TO WS-REF-FOUND-SWITCH.
           MOVE SPACES TO WS-REF-NAME.
           DISPLAY "ENROLL BY L - LOT, O - OWNER NUMBER : ".
           ACCEPT WS-TYPE-IN.
           MOVE WS-TYPE-IN TO ADR-ENROLL-TYPE.
           IF NOT ADR-TYPE-VALID
               DISPLAY "ENTER L OR O."
               GO TO 8000-TAKE-KEY-EXIT
           END-IF.
           DISPLAY "LOT OR OWNER NUMBER : ".
           ACCEPT WS-REFERENCE-IN.
           IF ADR-BY-LOT
               PERFORM 8100-READ-LOT THRU 8100-READ-LOT-EXIT
           ELSE
               PERFORM 8200-READ-OWNER THRU 8200-READ-OWNER-EXIT
           END-IF.
       8000-TAKE-KEY-EXIT.
           EXIT.

       8100-READ-LOT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND."
               GO TO 8100-READ-LOT-EXIT
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           MOVE WS-REFERENCE-IN TO LOT_NUMBER_OUT.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   DISPLAY "LOT NUMBER NOT ON FILE."
               NOT INVALID KEY
                   IF LOT-CLOSED-OUT
                       DISPLAY "LOT IS CLOSED OUT - NOT ENROLLED."
                   ELSE
                       SET REFERENCE-FOUND TO TRUE
                       MOVE OWNER_NAME_OUT TO WS-REF-NAME
                   END-IF
           END-READ.
           CLOSE MASTER-FILE.
       8100-READ-LOT-EXIT.
           EXIT.

       8200-READ-OWNER.
           IF WS-REFERENCE-IN > 99999
               DISPLAY "OWNER NUMBERS RUN TO FIVE DIGITS."
               GO TO 8200-READ-OWNER-EXIT
           END-IF.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNR-STATUS = "35"
               DISPLAY "NO OWNER MASTER FILE ON HAND."
               GO TO 8200-READ-OWNER-EXIT
           END-IF.
           PERFORM CHECK-OWNR-STATUS.
           MOVE WS-REFERENCE-IN TO OWNR-NUMBER.
           READ OWNER-FILE KEY IS OWNR-NUMBER
               INVALID KEY
                   DISPLAY "OWNER NUMBER NOT ON FILE."
               NOT INVALID KEY
                   SET REFERENCE-FOUND TO TRUE
                   MOVE OWNR-NAME TO WS-REF-NAME
           END-READ.
           CLOSE OWNER-FILE.
       8200-READ-OWNER-EXIT.
           EXIT.

       8300-READ-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND YET."
               GO TO 8300-READ-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           MOVE WS-ACCOUNT-IN TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
           CLOSE EMP-FILE.
       8300-READ-ACCOUNT-EXIT.
           EXIT.

       8400-SHOW-CUSTOMER.
           OPEN INPUT CIF-FILE.
           IF WS-CIF-STATUS = "35"
               DISPLAY "CUSTOMER : " WS-CIF-IN-HAND
           ELSE
               PERFORM CHECK-CIF-STATUS
               MOVE WS-CIF-IN-HAND TO CIF-NUMBER
               READ CIF-FILE KEY IS CIF-NUMBER
                   INVALID KEY
                       DISPLAY "CUSTOMER : " WS-CIF-IN-HAND
                           "  (NOT ON CIFFILE)"
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER : " CIF-NUMBER "  " CIF-NAME
               END-READ
               CLOSE CIF-FILE
           END-IF.

       8500-READ-ENROLLMENT.
           MOVE WS-TYPE-IN TO ADR-ENROLL-TYPE.
           MOVE WS-REFERENCE-IN TO ADR-REFERENCE.
           READ ENROLL-FILE KEY IS ADR-KEY
               INVALID KEY
                   SET ENROLLMENT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ENROLLMENT-FOUND TO TRUE
           END-READ.

       9000-WRITE-REGISTER.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF.
           PERFORM CHECK-REG-STATUS.
           MOVE WS-TODAY TO REG-DATE.
           MOVE WS-CURRENT-TIME TO REG-TIME.
           MOVE WS-TYPE-IN TO REG-ENROLL-TYPE.
           MOVE WS-REFERENCE-IN TO REG-REFERENCE.
           MOVE WS-ACCOUNT-IN TO REG-ACCOUNT-NUMBER.
           MOVE WS-CIF-IN-HAND TO REG-CIF-NUMBER.
           MOVE WS-OPERATOR-ID TO REG-OPERATOR-ID.
           WRITE REG-REC.
           PERFORM CHECK-REG-STATUS.
           CLOSE REGISTER-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "ENROLLMENT TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-ADR-STATUS.
           IF WS-ADR-STATUS NOT = "00"
               MOVE "ENROLL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OWNR-STATUS.
           IF WS-OWNR-STATUS NOT = "00"
               MOVE "OWNER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OWNR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-REG-STATUS.
           IF WS-REG-STATUS NOT = "00"
               MOVE "REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM ADENROLL.
