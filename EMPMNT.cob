       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.

      ******************************************************************
      * Maintenance history                                           *
      *  2026-10-15  Created - interactive entry of the maintenance  *
      *              and termination cards, the companion to EMPINQ.*
      *              HR keys ADD, CHGDEPT, CHGSAL, REHIRE and TERM  *
      *              field by field; each is edited on the spot     *
      *              against EMPMAST (keyed), DEPTMAST and EMP-     *
      *              HISTORY, shown as current against proposed     *
      *              values, and only then appended to EMPMAINT,    *
      *              EMPPEND (effective date in the future) or      *
      *              EMPTERM.  Cards already queued can be listed,  *
      *              changed or cancelled before the batch run      *
      *              picks them up - the mistyped EMP-ID no longer  *
      *              waits for next morning's EMP-MAINT-RPT.        *
      *  2026-10-15  Queue ceiling raised to 1200 cards (list       *
      *              numbers now four digits) - an approved merit   *
      *              cycle puts a card per employee on EMPPEND.     *
      *              Listing a card no longer overwrites the entry  *
      *              picked for CHANGE, which the employee lookup   *
      *              re-listed over (the wrong card was rewritten). *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMF-ID
              ALTERNATE RECORD KEY IS EMF-NAME WITH DUPLICATES
              FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPT-STATUS.
           SELECT EMP-HISTORY ASSIGN TO "EMPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT EMP-MAINT-TRANS ASSIGN TO "EMPMAINT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAINT-STATUS.
           SELECT EMP-MAINT-PENDING ASSIGN TO "EMPPEND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
           SELECT EMP-TERM-TRANS ASSIGN TO "EMPTERM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  EMP-FILE-RECORD.
           COPY EMPREC REPLACING ==PFX-ID== BY ==EMF-ID==
                                  ==PFX-NAME== BY ==EMF-NAME==
                                  ==PFX-DEPT== BY ==EMF-DEPT==
                                  ==PFX-SALARY== BY ==EMF-SALARY==
                                  ==PFX-HIRE-DATE== BY ==EMF-HIRE-DATE==
                                  ==PFX-STATUS== BY ==EMF-STATUS==
                                  ==PFX-ACTIVE== BY ==EMF-ACTIVE==
                                  ==PFX-TERMINATED== BY
                                     ==EMF-TERMINATED==.

       FD  DEPARTMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  DEPT-FILE-RECORD.
           COPY DEPTREC REPLACING ==PFX-ID== BY ==DMF-ID==
                                   ==PFX-NAME== BY ==DMF-NAME==
                                   ==PFX-LOCATION== BY ==DMF-LOCATION==.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  EMP-HIST-RECORD.
           COPY EMPREC REPLACING ==PFX-ID== BY ==EHF-ID==
                                  ==PFX-NAME== BY ==EHF-NAME==
                                  ==PFX-DEPT== BY ==EHF-DEPT==
                                  ==PFX-SALARY== BY ==EHF-SALARY==
                                  ==PFX-HIRE-DATE== BY ==EHF-HIRE-DATE==
                                  ==PFX-STATUS== BY ==EHF-STATUS==
                                  ==PFX-ACTIVE== BY ==EHF-ACTIVE==
                                  ==PFX-TERMINATED== BY
                                     ==EHF-TERMINATED==.
           10 EHF-TERM-DATE             PIC 9(8).
           10 EHF-VAC-BAL               PIC 9(3)V99.
           10 EHF-SICK-BAL              PIC 9(3)V99.

      * The batch's maintenance card (see WS-MNT-CARD) and the
      * future-dated holding file, same 77-byte image.
       FD  EMP-MAINT-TRANS
           LABEL RECORDS ARE STANDARD.
       01  EMP-MAINT-RECORD             PIC X(77).

       FD  EMP-MAINT-PENDING
           LABEL RECORDS ARE STANDARD.
       01  EMP-PEND-RECORD              PIC X(77).

       FD  EMP-TERM-TRANS
           LABEL RECORDS ARE STANDARD.
       01  EMP-TERM-RECORD.
           10 TERM-EMP-ID               PIC 9(5).
           10 TERM-DATE                 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS        PIC X(02) VALUE "00".
       77 WS-DEPT-STATUS           PIC X(02) VALUE "00".
       77 WS-EMPHIST-STATUS        PIC X(02) VALUE "00".
       77 WS-MAINT-STATUS          PIC X(02) VALUE "00".
       77 WS-PEND-STATUS           PIC X(02) VALUE "00".
       77 WS-TERM-STATUS           PIC X(02) VALUE "00".
       77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
      * Console input lands in the X(20) field first and is edited
      * from there into the card.
       77 WS-MNT-INPUT             PIC X(20) VALUE SPACES.
       77 WS-MNT-DONE-SW           PIC X(01) VALUE "N".
          88 WS-MNT-DONE                      VALUE "Y".
       77 WS-CONFIRM-SW            PIC X(01) VALUE "N".
          88 WS-CONFIRMED                     VALUE "Y".
      * Set while an already-queued card is being changed - the
      * prompts then show the card's value and blank keeps it.
       77 WS-CHANGING-SW           PIC X(01) VALUE "N".
          88 WS-CHANGING                      VALUE "Y".
       77 WS-MNT-REASON            PIC X(40) VALUE SPACES.
       77 WS-FILED-COUNT           PIC 9(3) VALUE ZERO.
       77 WS-CHANGED-COUNT         PIC 9(3) VALUE ZERO.
       77 WS-CANCELLED-COUNT       PIC 9(3) VALUE ZERO.

      * The card being entered or changed - the layout PROCESS-
      * MAINTENANCE reads off EMP-MAINT-TRANS and EMP-MAINT-PENDING.
      * A termination is carried in the same work area as action
      * TERM with its last day worked in MNT-EFF-DATE, and goes out
      * to EMP-TERM-TRANS in that file's own layout.
       01 WS-MNT-CARD.
          05 WS-MNT-BODY.
             10 MNT-ACTION             PIC X(08).
                88 MNT-ADD                       VALUE "ADD".
                88 MNT-CHANGE-DEPT               VALUE "CHGDEPT".
                88 MNT-CHANGE-SALARY             VALUE "CHGSAL".
                88 MNT-REHIRE                    VALUE "REHIRE".
                88 MNT-TERMINATE                 VALUE "TERM".
                88 MNT-ACTION-KNOWN              VALUE "ADD"
                                                       "CHGDEPT"
                                                       "CHGSAL"
                                                       "REHIRE"
                                                       "TERM".
             10 MNT-EMP-ID             PIC 9(5).
             10 MNT-NAME               PIC X(20).
             10 MNT-DEPT               PIC X(10).
             10 MNT-SALARY             PIC 9(7)V99.
             10 MNT-HIRE-DATE          PIC 9(8).
             10 MNT-STATUS             PIC X(01).
          05 MNT-EFF-DATE              PIC 9(8).
          05 MNT-OVERRIDE-ID           PIC X(08).
      * Where the card goes: EMPMAINT for this run, EMPPEND for a
      * future effective date, EMPTERM for a termination.
       77 WS-CARD-DEST             PIC X(01) VALUE SPACE.
          88 WS-DEST-MAINT                    VALUE "M".
          88 WS-DEST-PEND                     VALUE "P".
          88 WS-DEST-TERM                     VALUE "T".
       77 WS-FILE-NAME             PIC X(08) VALUE SPACES.

      * Every card already queued on the three files, loaded at start
      * and again before each change or cancel so the list numbers
      * are current.  A change or cancel rewrites the whole file the
      * card came from out of this table, so a file past the ceiling
      * turns change and cancel off for the session rather than
      * drop the cards that did not fit.
       77 WS-MAX-QUEUED            PIC 9(4) VALUE 1200.
       77 WS-QUE-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 QUEUE-TABLE.
          05 QUEUE-ENTRY OCCURS 1 TO 1200 TIMES
                DEPENDING ON WS-QUE-COUNT INDEXED BY QUE-IDX.
             10 QUE-SOURCE            PIC X(01).
             10 QUE-CANCEL-SW         PIC X(01).
                88 QUE-CANCELLED                 VALUE "Y".
             10 QUE-CARD              PIC X(77).
       77 WS-QUE-FULL-SW           PIC X(01) VALUE "N".
          88 WS-QUE-FULL                      VALUE "Y".
       77 WS-QUE-EOF-SW            PIC X(01) VALUE "N".
          88 WS-QUE-EOF                       VALUE "Y".
       77 WS-QUE-SEL               PIC 9(4) VALUE ZERO.
       77 WS-QUE-SHOWN             PIC 9(4) VALUE ZERO.
      * The entry number printed against a listed card - kept apart
      * from WS-QUE-SEL, which must hold the card being changed
      * while the employee lookup lists what is already queued.
       77 WS-QUE-NO                PIC 9(4) VALUE ZERO.
       77 WS-REWRITE-SOURCE        PIC X(01) VALUE SPACE.
       77 WS-OLD-SOURCE            PIC X(01) VALUE SPACE.
      * A queued card is unpacked here for the listings, so the
      * card being worked in WS-MNT-CARD is never disturbed.
       01 WS-LIST-CARD.
          05 LST-ACTION                PIC X(08).
          05 LST-EMP-ID                PIC 9(5).
          05 LST-NAME                  PIC X(20).
          05 LST-DEPT                  PIC X(10).
          05 LST-SALARY                PIC 9(7)V99.
          05 LST-HIRE-DATE             PIC 9(8).
          05 LST-STATUS                PIC X(01).
          05 LST-EFF-DATE              PIC 9(8).
          05 LST-OVERRIDE-ID           PIC X(08).

      * What the files say about the employee on the card.
       77 WS-ON-MASTER-SW          PIC X(01) VALUE "N".
          88 WS-ON-MASTER                     VALUE "Y".
       77 WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-HIST-FOUND                    VALUE "Y".
       77 WS-HIST-EOF-SW           PIC X(01) VALUE "N".
          88 WS-HIST-EOF                      VALUE "Y".
       01 WS-HIST-HOLD.
          05 WS-REH-NAME               PIC X(20).
          05 WS-REH-DEPT               PIC X(10).
          05 WS-REH-SALARY             PIC 9(7)V99.
          05 WS-REH-HIRE-DATE          PIC 9(8).
          05 WS-REH-TERM-DATE          PIC 9(8).

      * Department list loaded once at startup - every department
      * code keyed is checked against it.
       77 WS-DEPT-EOF-SW           PIC X(01) VALUE "N".
          88 WS-DEPT-EOF                      VALUE "Y".
       77 WS-DEPT-LOADED-SW        PIC X(01) VALUE "N".
          88 WS-DEPT-LOADED                   VALUE "Y".
       77 WS-MAX-DEPARTMENTS       PIC 9(3) VALUE 050.
       77 WS-DEPT-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 DEPARTMENT-TABLE.
          05 DEPT-RECORD OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-DEPT-COUNT INDEXED BY DEPT-IDX.
             COPY DEPTREC REPLACING ==PFX-ID== BY ==DEPT-ID==
                    ==PFX-NAME== BY ==DEPT-NAME==
                    ==PFX-LOCATION== BY ==DEPT-LOCATION==.
       77 WS-DEPT-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-DEPT-FOUND                    VALUE "Y".
       77 WS-DEPT-SEARCH           PIC X(10) VALUE SPACES.
       77 WS-DEPT-NAME-HOLD        PIC X(20) VALUE SPACES.
       77 WS-OLD-DEPT-NAME         PIC X(20) VALUE SPACES.

      * Salary entry - dollars and cents as keyed ("52000" or
      * "52000.50"), split at the point and checked digit by digit.
       77 WS-AMT-VALID-SW          PIC X(01) VALUE "N".
          88 WS-AMT-VALID                     VALUE "Y".
       77 WS-AMT-WHOLE-X           PIC X(20) VALUE SPACES.
       77 WS-AMT-CENTS-X           PIC X(20) VALUE SPACES.
       77 WS-AMT-WHOLE-LEN         PIC 9(2) COMP VALUE ZERO.
       77 WS-AMT-CENTS-LEN         PIC 9(2) COMP VALUE ZERO.
       77 WS-AMT-WHOLE             PIC 9(7) VALUE ZERO.
       77 WS-AMT-CENTS-2           PIC X(02) VALUE "00".
       77 WS-AMT-CENTS             PIC 9(2) VALUE ZERO.
       01 WS-AMT-VALUE             PIC 9(7)V99.

      * Date edit work area - CHECK-DATE validates WS-EDIT-DATE as a
      * real CCYYMMDD calendar date (month lengths, leap February).
       01 WS-EDIT-DATE.
          05 WS-EDIT-DATE-CCYY      PIC 9(4).
          05 WS-EDIT-DATE-MM        PIC 9(2).
          05 WS-EDIT-DATE-DD        PIC 9(2).
       77 WS-DATE-VALID-SW         PIC X(01) VALUE "N".
          88 WS-DATE-VALID                    VALUE "Y".
       77 WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       77 WS-LEAP-QUOT             PIC 9(4) VALUE ZERO.
       77 WS-LEAP-REM              PIC 9(4) VALUE ZERO.
       77 WS-LEAP-SW               PIC X(01) VALUE "N".
          88 WS-LEAP-YEAR                     VALUE "Y".

       01 WS-SALARY-ED             PIC Z,ZZZ,ZZ9.99.
       01 WS-OLD-SALARY-ED         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "EMPMNT: EMPMAST OPEN FAILED - STATUS "
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-QUEUED-CARDS
           PERFORM UNTIL WS-MNT-DONE
              DISPLAY "ENTER ADD, CHGDEPT, CHGSAL, REHIRE, TERM, "
                 "LIST, CHANGE OR CANCEL (BLANK TO END):"
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              INSPECT WS-MNT-INPUT CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              EVALUATE WS-MNT-INPUT
                 WHEN SPACES
                    MOVE "Y" TO WS-MNT-DONE-SW
                 WHEN "ADD"
                 WHEN "CHGDEPT"
                 WHEN "CHGSAL"
                 WHEN "REHIRE"
                 WHEN "TERM"
                    PERFORM ENTER-NEW-CARD
                 WHEN "LIST"
                    PERFORM LIST-QUEUED-CARDS
                 WHEN "CHANGE"
                    PERFORM CHANGE-QUEUED-CARD
                 WHEN "CANCEL"
                    PERFORM CANCEL-QUEUED-CARD
                 WHEN OTHER
                    DISPLAY "UNKNOWN ENTRY: " WS-MNT-INPUT
              END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           DISPLAY "EMPMNT: CARDS FILED " WS-FILED-COUNT
              " CHANGED " WS-CHANGED-COUNT
              " CANCELLED " WS-CANCELLED-COUNT
           STOP RUN.

       LOAD-DEPARTMENT-TABLE.
           MOVE "N" TO WS-DEPT-EOF-SW
           MOVE ZERO TO WS-DEPT-COUNT
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-DEPT-LOADED-SW
              PERFORM UNTIL WS-DEPT-EOF
                 READ DEPARTMENT-MASTER
                    AT END
                       MOVE "Y" TO WS-DEPT-EOF-SW
                    NOT AT END
                       IF WS-DEPT-COUNT < WS-MAX-DEPARTMENTS
                          ADD 1 TO WS-DEPT-COUNT
                          SET DEPT-IDX TO WS-DEPT-COUNT
                          MOVE DMF-ID TO DEPT-ID(DEPT-IDX)
                          MOVE DMF-NAME TO DEPT-NAME(DEPT-IDX)
                          MOVE DMF-LOCATION
                             TO DEPT-LOCATION(DEPT-IDX)
                       ELSE
                          MOVE "Y" TO WS-DEPT-EOF-SW
                          DISPLAY "EMPMNT: DEPARTMENT LIST "
                             "TRUNCATED AT " WS-MAX-DEPARTMENTS
                             " - DEPTS PAST THE CEILING WILL "
                             "NOT BE ACCEPTED"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPARTMENT-MASTER
           ELSE
              DISPLAY "EMPMNT: DEPTMAST NOT AVAILABLE - DEPT CODES "
                 "CANNOT BE CHECKED"
           END-IF.

      * Load the three queues to QUEUE-TABLE.  Missing files just
      * mean nothing is queued there.
       LOAD-QUEUED-CARDS.
           MOVE ZERO TO WS-QUE-COUNT
           MOVE "N" TO WS-QUE-FULL-SW
           MOVE "N" TO WS-QUE-EOF-SW
           OPEN INPUT EMP-MAINT-TRANS
           IF WS-MAINT-STATUS = "00"
              PERFORM UNTIL WS-QUE-EOF
                 READ EMP-MAINT-TRANS
                    AT END
                       MOVE "Y" TO WS-QUE-EOF-SW
                    NOT AT END
                       MOVE EMP-MAINT-RECORD TO WS-MNT-CARD
                       MOVE "M" TO WS-CARD-DEST
                       PERFORM ADD-QUEUE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EMP-MAINT-TRANS
           END-IF
           MOVE "N" TO WS-QUE-EOF-SW
           OPEN INPUT EMP-MAINT-PENDING
           IF WS-PEND-STATUS = "00"
              PERFORM UNTIL WS-QUE-EOF
                 READ EMP-MAINT-PENDING
                    AT END
                       MOVE "Y" TO WS-QUE-EOF-SW
                    NOT AT END
                       MOVE EMP-PEND-RECORD TO WS-MNT-CARD
                       MOVE "P" TO WS-CARD-DEST
                       PERFORM ADD-QUEUE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EMP-MAINT-PENDING
           END-IF
           MOVE "N" TO WS-QUE-EOF-SW
           OPEN INPUT EMP-TERM-TRANS
           IF WS-TERM-STATUS = "00"
              PERFORM UNTIL WS-QUE-EOF
                 READ EMP-TERM-TRANS
                    AT END
                       MOVE "Y" TO WS-QUE-EOF-SW
                    NOT AT END
                       MOVE SPACES TO WS-MNT-CARD
                       MOVE "TERM" TO MNT-ACTION
                       MOVE TERM-EMP-ID TO MNT-EMP-ID
                       MOVE ZEROS TO MNT-SALARY
                       MOVE ZEROS TO MNT-HIRE-DATE
                       IF TERM-DATE NUMERIC
                          MOVE TERM-DATE TO MNT-EFF-DATE
                       ELSE
                          MOVE ZEROS TO MNT-EFF-DATE
                       END-IF
                       MOVE "T" TO WS-CARD-DEST
                       PERFORM ADD-QUEUE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EMP-TERM-TRANS
           END-IF
           IF WS-QUE-FULL
              DISPLAY "EMPMNT: MORE THAN " WS-MAX-QUEUED
                 " CARDS QUEUED - CHANGE AND CANCEL ARE OFF FOR "
                 "THIS SESSION"
           END-IF.

       ADD-QUEUE-ENTRY.
           IF WS-QUE-COUNT < WS-MAX-QUEUED
              ADD 1 TO WS-QUE-COUNT
              MOVE WS-CARD-DEST TO QUE-SOURCE(WS-QUE-COUNT)
              MOVE "N" TO QUE-CANCEL-SW(WS-QUE-COUNT)
              MOVE WS-MNT-CARD TO QUE-CARD(WS-QUE-COUNT)
           ELSE
              MOVE "Y" TO WS-QUE-FULL-SW
           END-IF.

      ******************************************************************
      * New card: the employee ID, what the files hold for them, the *
      * action's fields, the edits, current against proposed, and    *
      * the card is filed only on a Y.                                *
      ******************************************************************
       ENTER-NEW-CARD.
           MOVE "N" TO WS-CHANGING-SW
           MOVE SPACES TO WS-MNT-REASON
           MOVE SPACES TO WS-MNT-CARD
           MOVE WS-MNT-INPUT TO MNT-ACTION
           MOVE ZEROS TO MNT-EMP-ID
           MOVE ZEROS TO MNT-SALARY
           MOVE ZEROS TO MNT-HIRE-DATE
           MOVE ZEROS TO MNT-EFF-DATE
           DISPLAY "EMPLOYEE ID:"
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT
           IF WS-MNT-INPUT(1:5) NUMERIC
              AND WS-MNT-INPUT(6:15) = SPACES
              AND WS-MNT-INPUT(1:5) NOT = "00000"
              MOVE WS-MNT-INPUT(1:5) TO MNT-EMP-ID
           ELSE
              MOVE "EMP ID MUST BE 5 DIGITS" TO WS-MNT-REASON
           END-IF
           IF WS-MNT-REASON = SPACES
              PERFORM LOOK-UP-EMPLOYEE
              PERFORM SHOW-CURRENT-VALUES
              PERFORM PROMPT-CARD-FIELDS
           END-IF
           IF WS-MNT-REASON = SPACES
              PERFORM EDIT-CARD
           END-IF
           IF WS-MNT-REASON = SPACES
              PERFORM SHOW-PROPOSED-CHANGE
              PERFORM CONFIRM-CARD
              IF WS-CONFIRMED
                 PERFORM FILE-NEW-CARD
              ELSE
                 DISPLAY "NOT FILED"
              END-IF
           ELSE
              DISPLAY "REJECTED - " WS-MNT-REASON
           END-IF.

      * Keyed read of the master, and for an ADD or REHIRE the scan
      * of EMP-HISTORY for the archived record.
       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-ON-MASTER-SW
           MOVE MNT-EMP-ID TO EMF-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 MOVE "N" TO WS-ON-MASTER-SW
              NOT INVALID KEY
                 MOVE "Y" TO WS-ON-MASTER-SW
           END-READ
           MOVE "N" TO WS-HIST-FOUND-SW
           IF MNT-ADD OR MNT-REHIRE
              PERFORM SEARCH-EMP-HISTORY
           END-IF.

      * Scan EMP-HISTORY for MNT-EMP-ID and hold the most recent
      * archived record's fields - the same search the batch REHIRE
      * makes.
       SEARCH-EMP-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SW
           OPEN INPUT EMP-HISTORY
           IF WS-EMPHIST-STATUS = "00"
              PERFORM UNTIL WS-HIST-EOF
                 READ EMP-HISTORY
                    AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                    NOT AT END
                       IF EHF-ID = MNT-EMP-ID
                          MOVE "Y" TO WS-HIST-FOUND-SW
                          MOVE EHF-NAME TO WS-REH-NAME
                          MOVE EHF-DEPT TO WS-REH-DEPT
                          MOVE EHF-SALARY TO WS-REH-SALARY
                          MOVE EHF-HIRE-DATE TO WS-REH-HIRE-DATE
                          MOVE EHF-TERM-DATE TO WS-REH-TERM-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-HISTORY
           END-IF.

      * What the files hold for the employee now, and any card for
      * them already waiting.
       SHOW-CURRENT-VALUES.
           EVALUATE TRUE
              WHEN WS-ON-MASTER
                 MOVE EMF-DEPT TO WS-DEPT-SEARCH
                 PERFORM FIND-DEPARTMENT
                 MOVE EMF-SALARY TO WS-SALARY-ED
                 DISPLAY "ON MASTER:  " EMF-ID "  " EMF-NAME
                 DISPLAY "  DEPT:      " EMF-DEPT " " WS-DEPT-NAME-HOLD
                 DISPLAY "  SALARY:    " WS-SALARY-ED
                 DISPLAY "  HIRE DATE: " EMF-HIRE-DATE
                    "  STATUS: " EMF-STATUS
              WHEN WS-HIST-FOUND
                 MOVE WS-REH-DEPT TO WS-DEPT-SEARCH
                 PERFORM FIND-DEPARTMENT
                 MOVE WS-REH-SALARY TO WS-SALARY-ED
                 DISPLAY "ON EMP-HISTORY: " MNT-EMP-ID "  "
                    WS-REH-NAME
                 DISPLAY "  DEPT:      " WS-REH-DEPT " "
                    WS-DEPT-NAME-HOLD
                 DISPLAY "  SALARY:    " WS-SALARY-ED
                 DISPLAY "  HIRE DATE: " WS-REH-HIRE-DATE
                    "  TERM DATE: " WS-REH-TERM-DATE
              WHEN OTHER
                 DISPLAY "EMP ID " MNT-EMP-ID
                    " IS NOT ON THE MASTER"
           END-EVALUATE
           MOVE ZERO TO WS-QUE-SHOWN
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                 UNTIL QUE-IDX > WS-QUE-COUNT
              MOVE QUE-CARD(QUE-IDX) TO WS-LIST-CARD
              IF LST-EMP-ID = MNT-EMP-ID
                 AND NOT QUE-CANCELLED(QUE-IDX)
                 IF WS-QUE-SHOWN = ZERO
                    DISPLAY "ALREADY QUEUED FOR THIS EMPLOYEE:"
                 END-IF
                 ADD 1 TO WS-QUE-SHOWN
                 PERFORM SHOW-ONE-QUEUED-CARD
              END-IF
           END-PERFORM.

      * The fields each action uses, in card order.  A change shows
      * the card's value in brackets and a blank entry keeps it.
       PROMPT-CARD-FIELDS.
           EVALUATE TRUE
              WHEN MNT-ADD
                 PERFORM PROMPT-NAME
                 PERFORM PROMPT-DEPT
                 PERFORM PROMPT-SALARY
                 PERFORM PROMPT-HIRE-DATE
                 PERFORM PROMPT-EFF-DATE
                 PERFORM PROMPT-OVERRIDE
              WHEN MNT-CHANGE-DEPT
                 PERFORM PROMPT-DEPT
                 PERFORM PROMPT-EFF-DATE
                 PERFORM PROMPT-OVERRIDE
              WHEN MNT-CHANGE-SALARY
                 PERFORM PROMPT-SALARY
                 PERFORM PROMPT-EFF-DATE
                 PERFORM PROMPT-OVERRIDE
              WHEN MNT-REHIRE
                 DISPLAY "(BLANK DEPT AND SALARY RESTORE THE ARCHIVED "
                    "VALUES)"
                 PERFORM PROMPT-DEPT
                 PERFORM PROMPT-SALARY
                 PERFORM PROMPT-EFF-DATE
                 PERFORM PROMPT-OVERRIDE
              WHEN MNT-TERMINATE
                 PERFORM PROMPT-TERM-DATE
           END-EVALUATE.

       PROMPT-NAME.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "EMPLOYEE NAME [" MNT-NAME "]:"
              ELSE
                 DISPLAY "EMPLOYEE NAME:"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT NOT = SPACES
                 MOVE WS-MNT-INPUT TO MNT-NAME
              END-IF
           END-IF.

       PROMPT-DEPT.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "DEPARTMENT [" MNT-DEPT "]:"
              ELSE
                 DISPLAY "DEPARTMENT:"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              INSPECT WS-MNT-INPUT CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF WS-MNT-INPUT NOT = SPACES
                 IF WS-MNT-INPUT(11:10) = SPACES
                    MOVE WS-MNT-INPUT(1:10) TO MNT-DEPT
                 ELSE
                    MOVE "DEPT CODE LONGER THAN 10" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF.

       PROMPT-SALARY.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 MOVE MNT-SALARY TO WS-SALARY-ED
                 DISPLAY "ANNUAL SALARY [" WS-SALARY-ED "]:"
              ELSE
                 DISPLAY "ANNUAL SALARY (E.G. 52000.00):"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT NOT = SPACES
                 PERFORM EDIT-AMOUNT-ENTRY
                 IF WS-AMT-VALID
                    MOVE WS-AMT-VALUE TO MNT-SALARY
                 ELSE
                    MOVE "SALARY NOT A VALID AMOUNT" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF.

       PROMPT-HIRE-DATE.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "HIRE DATE CCYYMMDD [" MNT-HIRE-DATE "]:"
              ELSE
                 DISPLAY "HIRE DATE CCYYMMDD:"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT NOT = SPACES
                 IF WS-MNT-INPUT(1:8) NUMERIC
                    AND WS-MNT-INPUT(9:12) = SPACES
                    MOVE WS-MNT-INPUT(1:8) TO MNT-HIRE-DATE
                 ELSE
                    MOVE "HIRE DATE MUST BE CCYYMMDD" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF.

      * Zero effective date means the next batch run; a future date
      * sends the card to EMPPEND to wait for its run.
       PROMPT-EFF-DATE.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "EFFECTIVE DATE CCYYMMDD, 00000000 = NEXT "
                    "RUN [" MNT-EFF-DATE "]:"
              ELSE
                 DISPLAY "EFFECTIVE DATE CCYYMMDD (BLANK = NEXT RUN):"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT NOT = SPACES
                 IF WS-MNT-INPUT(1:8) NUMERIC
                    AND WS-MNT-INPUT(9:12) = SPACES
                    MOVE WS-MNT-INPUT(1:8) TO MNT-EFF-DATE
                 ELSE
                    MOVE "EFF DATE MUST BE CCYYMMDD" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF.

      * The finance authorization that lets the card past the
      * department's budgeted headcount or salary cost.
       PROMPT-OVERRIDE.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "BUDGET OVERRIDE ID [" MNT-OVERRIDE-ID
                    "] (* TO CLEAR):"
              ELSE
                 DISPLAY "BUDGET OVERRIDE ID (BLANK = NONE):"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              INSPECT WS-MNT-INPUT CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              EVALUATE TRUE
                 WHEN WS-MNT-INPUT = SPACES
                    CONTINUE
                 WHEN WS-MNT-INPUT = "*"
                    MOVE SPACES TO MNT-OVERRIDE-ID
                 WHEN WS-MNT-INPUT(9:12) NOT = SPACES
                    MOVE "OVERRIDE ID LONGER THAN 8" TO WS-MNT-REASON
                 WHEN OTHER
                    MOVE WS-MNT-INPUT(1:8) TO MNT-OVERRIDE-ID
              END-EVALUATE
           END-IF.

      * Last day worked - zero (blank) means the batch run date.
       PROMPT-TERM-DATE.
           IF WS-MNT-REASON = SPACES
              IF WS-CHANGING
                 DISPLAY "LAST DAY WORKED CCYYMMDD, 00000000 = RUN "
                    "DATE [" MNT-EFF-DATE "]:"
              ELSE
                 DISPLAY "LAST DAY WORKED CCYYMMDD (BLANK = RUN DATE):"
              END-IF
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT NOT = SPACES
                 IF WS-MNT-INPUT(1:8) NUMERIC
                    AND WS-MNT-INPUT(9:12) = SPACES
                    MOVE WS-MNT-INPUT(1:8) TO MNT-EFF-DATE
                 ELSE
                    MOVE "TERM DATE MUST BE CCYYMMDD" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF.

      * Dollars and cents off WS-MNT-INPUT into WS-AMT-VALUE: up to
      * seven digits, optionally a point and one or two more.
       EDIT-AMOUNT-ENTRY.
           MOVE "N" TO WS-AMT-VALID-SW
           MOVE SPACES TO WS-AMT-WHOLE-X
           MOVE SPACES TO WS-AMT-CENTS-X
           MOVE ZERO TO WS-AMT-WHOLE-LEN
           MOVE ZERO TO WS-AMT-CENTS-LEN
           UNSTRING WS-MNT-INPUT DELIMITED BY "." OR ALL SPACE
              INTO WS-AMT-WHOLE-X COUNT IN WS-AMT-WHOLE-LEN
                   WS-AMT-CENTS-X COUNT IN WS-AMT-CENTS-LEN
           END-UNSTRING
           IF WS-AMT-WHOLE-LEN > ZERO AND WS-AMT-WHOLE-LEN < 8
              AND WS-AMT-CENTS-LEN < 3
              IF WS-AMT-WHOLE-X(1:WS-AMT-WHOLE-LEN) NUMERIC
                 MOVE WS-AMT-WHOLE-X(1:WS-AMT-WHOLE-LEN)
                    TO WS-AMT-WHOLE
                 MOVE "00" TO WS-AMT-CENTS-2
                 IF WS-AMT-CENTS-LEN > ZERO
                    MOVE WS-AMT-CENTS-X(1:WS-AMT-CENTS-LEN)
                       TO WS-AMT-CENTS-2(1:WS-AMT-CENTS-LEN)
                 END-IF
                 IF WS-AMT-CENTS-2 NUMERIC
                    MOVE WS-AMT-CENTS-2 TO WS-AMT-CENTS
                    COMPUTE WS-AMT-VALUE =
                       WS-AMT-WHOLE + WS-AMT-CENTS / 100
                    MOVE "Y" TO WS-AMT-VALID-SW
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * The edits the batch would make, made now against the live     *
      * files, plus the ones it cannot make in time: the department  *
      * must be on DEPTMAST, an ADD must not reuse an archived ID,    *
      * and the same action must not already be queued for the       *
      * employee.  First failure wins.                                *
      ******************************************************************
       EDIT-CARD.
           IF MNT-EFF-DATE NOT = ZEROS
              MOVE MNT-EFF-DATE TO WS-EDIT-DATE
              PERFORM CHECK-DATE
              IF NOT WS-DATE-VALID
                 IF MNT-TERMINATE
                    MOVE "TERM DATE INVALID" TO WS-MNT-REASON
                 ELSE
                    MOVE "EFF DATE INVALID" TO WS-MNT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-MNT-REASON = SPACES
              PERFORM CHECK-ALREADY-QUEUED
           END-IF
           IF WS-MNT-REASON = SPACES
              EVALUATE TRUE
                 WHEN MNT-ADD
                    PERFORM EDIT-ADD-CARD
                 WHEN MNT-CHANGE-DEPT
                    PERFORM EDIT-CHANGE-DEPT-CARD
                 WHEN MNT-CHANGE-SALARY
                    PERFORM EDIT-CHANGE-SALARY-CARD
                 WHEN MNT-REHIRE
                    PERFORM EDIT-REHIRE-CARD
                 WHEN MNT-TERMINATE
                    PERFORM EDIT-TERM-CARD
              END-EVALUATE
           END-IF.

      * The same action for the same employee already waiting - the
      * second card would be applied on top of the first.  On a
      * change the card being changed does not count.
       CHECK-ALREADY-QUEUED.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                 UNTIL QUE-IDX > WS-QUE-COUNT
              MOVE QUE-CARD(QUE-IDX) TO WS-LIST-CARD
              IF LST-EMP-ID = MNT-EMP-ID
                 AND LST-ACTION = MNT-ACTION
                 AND NOT QUE-CANCELLED(QUE-IDX)
                 AND (NOT WS-CHANGING OR QUE-IDX NOT = WS-QUE-SEL)
                 MOVE "SAME ACTION ALREADY QUEUED - USE CHANGE"
                    TO WS-MNT-REASON
              END-IF
           END-PERFORM.

       EDIT-ADD-CARD.
           MOVE MNT-HIRE-DATE TO WS-EDIT-DATE
           PERFORM CHECK-DATE
           MOVE MNT-DEPT TO WS-DEPT-SEARCH
           PERFORM FIND-DEPARTMENT
           EVALUATE TRUE
              WHEN WS-ON-MASTER
                 MOVE "DUPLICATE EMP ID" TO WS-MNT-REASON
              WHEN WS-HIST-FOUND
                 MOVE "EMP ID ON EMP-HISTORY - USE REHIRE"
                    TO WS-MNT-REASON
              WHEN MNT-NAME = SPACES
                 MOVE "EMPLOYEE NAME MISSING" TO WS-MNT-REASON
              WHEN MNT-DEPT = SPACES
                 MOVE "DEPT CODE MISSING" TO WS-MNT-REASON
              WHEN NOT WS-DEPT-FOUND AND WS-DEPT-LOADED
                 MOVE "DEPT NOT ON DEPARTMENT-MASTER" TO WS-MNT-REASON
              WHEN MNT-SALARY = ZERO
                 MOVE "SALARY MISSING" TO WS-MNT-REASON
              WHEN NOT WS-DATE-VALID
                 MOVE "HIRE DATE INVALID" TO WS-MNT-REASON
           END-EVALUATE.

       EDIT-CHANGE-DEPT-CARD.
           MOVE MNT-DEPT TO WS-DEPT-SEARCH
           PERFORM FIND-DEPARTMENT
           EVALUATE TRUE
              WHEN NOT WS-ON-MASTER
                 MOVE "EMP ID NOT ON MASTER" TO WS-MNT-REASON
              WHEN NOT EMF-ACTIVE
                 MOVE "EMPLOYEE NOT ACTIVE" TO WS-MNT-REASON
              WHEN MNT-DEPT = SPACES
                 MOVE "NEW DEPT CODE MISSING" TO WS-MNT-REASON
              WHEN NOT WS-DEPT-FOUND AND WS-DEPT-LOADED
                 MOVE "DEPT NOT ON DEPARTMENT-MASTER" TO WS-MNT-REASON
              WHEN MNT-DEPT = EMF-DEPT
                 MOVE "ALREADY IN THAT DEPT" TO WS-MNT-REASON
           END-EVALUATE.

       EDIT-CHANGE-SALARY-CARD.
           EVALUATE TRUE
              WHEN NOT WS-ON-MASTER
                 MOVE "EMP ID NOT ON MASTER" TO WS-MNT-REASON
              WHEN NOT EMF-ACTIVE
                 MOVE "EMPLOYEE NOT ACTIVE" TO WS-MNT-REASON
              WHEN MNT-SALARY = ZERO
                 MOVE "SALARY MISSING" TO WS-MNT-REASON
              WHEN MNT-SALARY = EMF-SALARY
                 MOVE "SALARY UNCHANGED" TO WS-MNT-REASON
           END-EVALUATE.

       EDIT-REHIRE-CARD.
           MOVE "Y" TO WS-DEPT-FOUND-SW
           IF MNT-DEPT NOT = SPACES
              MOVE MNT-DEPT TO WS-DEPT-SEARCH
              PERFORM FIND-DEPARTMENT
           END-IF
           EVALUATE TRUE
              WHEN WS-ON-MASTER
                 MOVE "EMP ID STILL ON MASTER" TO WS-MNT-REASON
              WHEN NOT WS-HIST-FOUND
                 MOVE "EMP ID NOT ON EMP-HISTORY" TO WS-MNT-REASON
              WHEN NOT WS-DEPT-FOUND AND WS-DEPT-LOADED
                 MOVE "DEPT NOT ON DEPARTMENT-MASTER" TO WS-MNT-REASON
           END-EVALUATE.

       EDIT-TERM-CARD.
           EVALUATE TRUE
              WHEN NOT WS-ON-MASTER
                 MOVE "EMP ID NOT ON MASTER" TO WS-MNT-REASON
              WHEN EMF-TERMINATED
                 MOVE "ALREADY TERMINATED" TO WS-MNT-REASON
              WHEN MNT-EFF-DATE > WS-RUN-DATE
                 MOVE "TERM DATE IN THE FUTURE" TO WS-MNT-REASON
              WHEN MNT-EFF-DATE NOT = ZEROS
                 AND MNT-EFF-DATE < EMF-HIRE-DATE
                 MOVE "TERM DATE BEFORE HIRE DATE" TO WS-MNT-REASON
           END-EVALUATE.

      * Current against proposed for the action, and where the card
      * will be filed.
       SHOW-PROPOSED-CHANGE.
           PERFORM SET-CARD-DESTINATION
           EVALUATE TRUE
              WHEN MNT-ADD
                 MOVE MNT-DEPT TO WS-DEPT-SEARCH
                 PERFORM FIND-DEPARTMENT
                 MOVE MNT-SALARY TO WS-SALARY-ED
                 DISPLAY "PROPOSED ADD: " MNT-EMP-ID "  " MNT-NAME
                 DISPLAY "  DEPT:      " MNT-DEPT " " WS-DEPT-NAME-HOLD
                 DISPLAY "  SALARY:    " WS-SALARY-ED
                 DISPLAY "  HIRE DATE: " MNT-HIRE-DATE
              WHEN MNT-CHANGE-DEPT
                 MOVE EMF-DEPT TO WS-DEPT-SEARCH
                 PERFORM FIND-DEPARTMENT
                 MOVE WS-DEPT-NAME-HOLD TO WS-OLD-DEPT-NAME
                 MOVE MNT-DEPT TO WS-DEPT-SEARCH
                 PERFORM FIND-DEPARTMENT
                 DISPLAY "  DEPT:   " EMF-DEPT " " WS-OLD-DEPT-NAME
                 DISPLAY "      TO  " MNT-DEPT " " WS-DEPT-NAME-HOLD
              WHEN MNT-CHANGE-SALARY
                 MOVE EMF-SALARY TO WS-OLD-SALARY-ED
                 MOVE MNT-SALARY TO WS-SALARY-ED
                 DISPLAY "  SALARY: " WS-OLD-SALARY-ED
                    "  TO " WS-SALARY-ED
                 IF MNT-EFF-DATE NOT = ZEROS
                    AND MNT-EFF-DATE < WS-RUN-DATE
                    DISPLAY "  BACK-DATED - THE BATCH WILL QUEUE "
                       "RETRO PAY FROM " MNT-EFF-DATE
                 END-IF
              WHEN MNT-REHIRE
                 MOVE WS-REH-SALARY TO WS-OLD-SALARY-ED
                 IF MNT-SALARY = ZERO
                    MOVE WS-REH-SALARY TO WS-SALARY-ED
                 ELSE
                    MOVE MNT-SALARY TO WS-SALARY-ED
                 END-IF
                 DISPLAY "PROPOSED REHIRE: " MNT-EMP-ID "  "
                    WS-REH-NAME
                 IF MNT-DEPT = SPACES
                    DISPLAY "  DEPT:      " WS-REH-DEPT " (ARCHIVED)"
                 ELSE
                    DISPLAY "  DEPT:      " WS-REH-DEPT
                       "  TO " MNT-DEPT
                 END-IF
                 DISPLAY "  SALARY:    " WS-OLD-SALARY-ED
                    "  TO " WS-SALARY-ED
                 DISPLAY "  ORIGINAL HIRE DATE RESTORED: "
                    WS-REH-HIRE-DATE
              WHEN MNT-TERMINATE
                 IF MNT-EFF-DATE = ZEROS
                    DISPLAY "  STATUS: " EMF-STATUS
                       "  TO T - LAST DAY WORKED IS THE RUN DATE"
                 ELSE
                    DISPLAY "  STATUS: " EMF-STATUS
                       "  TO T - LAST DAY WORKED " MNT-EFF-DATE
                 END-IF
           END-EVALUATE
           IF MNT-OVERRIDE-ID NOT = SPACES AND NOT MNT-TERMINATE
              DISPLAY "  BUDGET OVERRIDE: " MNT-OVERRIDE-ID
           END-IF
           EVALUATE TRUE
              WHEN WS-DEST-TERM
                 DISPLAY "FILES TO EMPTERM"
              WHEN WS-DEST-PEND
                 DISPLAY "FILES TO EMPPEND - EFFECTIVE " MNT-EFF-DATE
              WHEN OTHER
                 DISPLAY "FILES TO EMPMAINT - NEXT RUN"
           END-EVALUATE.

       SET-CARD-DESTINATION.
           EVALUATE TRUE
              WHEN MNT-TERMINATE
                 MOVE "T" TO WS-CARD-DEST
              WHEN MNT-EFF-DATE > WS-RUN-DATE
                 MOVE "P" TO WS-CARD-DEST
              WHEN OTHER
                 MOVE "M" TO WS-CARD-DEST
           END-EVALUATE.

       CONFIRM-CARD.
           MOVE "N" TO WS-CONFIRM-SW
           DISPLAY "FILE THIS CARD (Y/N):"
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT
           IF WS-MNT-INPUT = "Y" OR WS-MNT-INPUT = "y"
              MOVE "Y" TO WS-CONFIRM-SW
           END-IF.

      * Append the card to its file at once - a session that ends
      * abruptly keeps every card already confirmed.
       FILE-NEW-CARD.
           EVALUATE TRUE
              WHEN WS-DEST-TERM
                 OPEN EXTEND EMP-TERM-TRANS
                 IF WS-TERM-STATUS NOT = "00"
                    OPEN OUTPUT EMP-TERM-TRANS
                 END-IF
                 MOVE MNT-EMP-ID TO TERM-EMP-ID
                 MOVE MNT-EFF-DATE TO TERM-DATE
                 WRITE EMP-TERM-RECORD
                 CLOSE EMP-TERM-TRANS
                 MOVE "EMPTERM" TO WS-FILE-NAME
              WHEN WS-DEST-PEND
                 OPEN EXTEND EMP-MAINT-PENDING
                 IF WS-PEND-STATUS NOT = "00"
                    OPEN OUTPUT EMP-MAINT-PENDING
                 END-IF
                 MOVE WS-MNT-CARD TO EMP-PEND-RECORD
                 WRITE EMP-PEND-RECORD
                 CLOSE EMP-MAINT-PENDING
                 MOVE "EMPPEND" TO WS-FILE-NAME
              WHEN OTHER
                 OPEN EXTEND EMP-MAINT-TRANS
                 IF WS-MAINT-STATUS NOT = "00"
                    OPEN OUTPUT EMP-MAINT-TRANS
                 END-IF
                 MOVE WS-MNT-CARD TO EMP-MAINT-RECORD
                 WRITE EMP-MAINT-RECORD
                 CLOSE EMP-MAINT-TRANS
                 MOVE "EMPMAINT" TO WS-FILE-NAME
           END-EVALUATE
           PERFORM ADD-QUEUE-ENTRY
           ADD 1 TO WS-FILED-COUNT
           DISPLAY "FILED TO " WS-FILE-NAME.

      ******************************************************************
      * Queued cards - listed by number across all three files, the  *
      * number picking the card to change or cancel.                 *
      ******************************************************************
       LIST-QUEUED-CARDS.
           MOVE ZERO TO WS-QUE-SHOWN
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                 UNTIL QUE-IDX > WS-QUE-COUNT
              IF NOT QUE-CANCELLED(QUE-IDX)
                 ADD 1 TO WS-QUE-SHOWN
                 MOVE QUE-CARD(QUE-IDX) TO WS-LIST-CARD
                 PERFORM SHOW-ONE-QUEUED-CARD
              END-IF
           END-PERFORM
           IF WS-QUE-SHOWN = ZERO
              DISPLAY "NOTHING QUEUED ON EMPMAINT, EMPPEND OR EMPTERM"
           END-IF.

      * One line per card off WS-LIST-CARD for entry QUE-IDX.
       SHOW-ONE-QUEUED-CARD.
           SET WS-QUE-NO TO QUE-IDX
           EVALUATE QUE-SOURCE(QUE-IDX)
              WHEN "T"
                 MOVE "EMPTERM" TO WS-FILE-NAME
              WHEN "P"
                 MOVE "EMPPEND" TO WS-FILE-NAME
              WHEN OTHER
                 MOVE "EMPMAINT" TO WS-FILE-NAME
           END-EVALUATE
           IF LST-SALARY NUMERIC
              MOVE LST-SALARY TO WS-SALARY-ED
           ELSE
              MOVE ZEROS TO WS-SALARY-ED
           END-IF
           EVALUATE LST-ACTION
              WHEN "ADD"
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    LST-ACTION LST-EMP-ID " " LST-NAME " "
                    LST-DEPT WS-SALARY-ED " EFF " LST-EFF-DATE
              WHEN "CHGDEPT"
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    LST-ACTION LST-EMP-ID " TO " LST-DEPT
                    " EFF " LST-EFF-DATE
              WHEN "CHGSAL"
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    LST-ACTION LST-EMP-ID " TO " WS-SALARY-ED
                    " EFF " LST-EFF-DATE
              WHEN "REHIRE"
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    LST-ACTION LST-EMP-ID " " LST-DEPT
                    WS-SALARY-ED " EFF " LST-EFF-DATE
              WHEN "TERM"
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    LST-ACTION LST-EMP-ID " LAST DAY " LST-EFF-DATE
              WHEN OTHER
                 DISPLAY "  " WS-QUE-NO " " WS-FILE-NAME " "
                    WS-LIST-CARD
           END-EVALUATE.

      * Reload and list, then take the number of the card wanted.
      * WS-QUE-SEL is zero when nothing usable was picked.
       SELECT-QUEUED-CARD.
           MOVE ZERO TO WS-QUE-SEL
           PERFORM LOAD-QUEUED-CARDS
           IF WS-QUE-FULL
              DISPLAY "CHANGE AND CANCEL ARE OFF - TOO MANY CARDS "
                 "QUEUED"
           ELSE
              PERFORM LIST-QUEUED-CARDS
              IF WS-QUE-SHOWN > ZERO
                 DISPLAY "CARD NUMBER (BLANK TO RETURN):"
                 MOVE SPACES TO WS-MNT-INPUT
                 ACCEPT WS-MNT-INPUT
                 IF WS-MNT-INPUT(1:4) NUMERIC
                    AND WS-MNT-INPUT(5:16) = SPACES
                    MOVE WS-MNT-INPUT(1:4) TO WS-QUE-SEL
                 END-IF
                 IF WS-QUE-SEL > WS-QUE-COUNT
                    MOVE ZERO TO WS-QUE-SEL
                 END-IF
                 IF WS-QUE-SEL > ZERO
                    IF QUE-CANCELLED(WS-QUE-SEL)
                       MOVE ZERO TO WS-QUE-SEL
                    END-IF
                 END-IF
                 IF WS-QUE-SEL = ZERO AND WS-MNT-INPUT NOT = SPACES
                    DISPLAY "NO SUCH CARD NUMBER"
                 END-IF
              END-IF
           END-IF.

      * A queued card is re-entered with its own values as defaults,
      * edited again and, once confirmed, replaces itself.  A new
      * effective date can move it between EMPMAINT and EMPPEND.
      * The employee ID and the action are the card's identity - to
      * change those, cancel it and enter a new one.
       CHANGE-QUEUED-CARD.
           PERFORM SELECT-QUEUED-CARD
           IF WS-QUE-SEL > ZERO
              MOVE "Y" TO WS-CHANGING-SW
              MOVE SPACES TO WS-MNT-REASON
              MOVE QUE-CARD(WS-QUE-SEL) TO WS-MNT-CARD
              IF MNT-EFF-DATE NOT NUMERIC
                 MOVE ZEROS TO MNT-EFF-DATE
              END-IF
              IF MNT-SALARY NOT NUMERIC
                 MOVE ZEROS TO MNT-SALARY
              END-IF
              IF MNT-HIRE-DATE NOT NUMERIC
                 MOVE ZEROS TO MNT-HIRE-DATE
              END-IF
              IF NOT MNT-ACTION-KNOWN OR MNT-EMP-ID NOT NUMERIC
                 MOVE "CARD UNREADABLE - CANCEL AND RE-ENTER"
                    TO WS-MNT-REASON
              END-IF
              IF WS-MNT-REASON = SPACES
                 PERFORM LOOK-UP-EMPLOYEE
                 PERFORM SHOW-CURRENT-VALUES
                 PERFORM PROMPT-CARD-FIELDS
              END-IF
              IF WS-MNT-REASON = SPACES
                 PERFORM EDIT-CARD
              END-IF
              IF WS-MNT-REASON = SPACES
                 PERFORM SHOW-PROPOSED-CHANGE
                 PERFORM CONFIRM-CARD
                 IF WS-CONFIRMED
                    MOVE QUE-SOURCE(WS-QUE-SEL) TO WS-OLD-SOURCE
                    MOVE WS-MNT-CARD TO QUE-CARD(WS-QUE-SEL)
                    MOVE WS-CARD-DEST TO QUE-SOURCE(WS-QUE-SEL)
                    MOVE WS-OLD-SOURCE TO WS-REWRITE-SOURCE
                    PERFORM REWRITE-QUEUE-FILE
                    IF WS-CARD-DEST NOT = WS-OLD-SOURCE
                       MOVE WS-CARD-DEST TO WS-REWRITE-SOURCE
                       PERFORM REWRITE-QUEUE-FILE
                    END-IF
                    ADD 1 TO WS-CHANGED-COUNT
                    DISPLAY "CARD CHANGED"
                 ELSE
                    DISPLAY "NOT CHANGED"
                 END-IF
              ELSE
                 DISPLAY "REJECTED - " WS-MNT-REASON
                    " - CARD LEFT AS IT WAS"
              END-IF
              MOVE "N" TO WS-CHANGING-SW
           END-IF.

       CANCEL-QUEUED-CARD.
           PERFORM SELECT-QUEUED-CARD
           IF WS-QUE-SEL > ZERO
              SET QUE-IDX TO WS-QUE-SEL
              MOVE QUE-CARD(QUE-IDX) TO WS-LIST-CARD
              PERFORM SHOW-ONE-QUEUED-CARD
              DISPLAY "CANCEL THIS CARD (Y/N):"
              MOVE SPACES TO WS-MNT-INPUT
              ACCEPT WS-MNT-INPUT
              IF WS-MNT-INPUT = "Y" OR WS-MNT-INPUT = "y"
                 MOVE "Y" TO QUE-CANCEL-SW(WS-QUE-SEL)
                 MOVE QUE-SOURCE(WS-QUE-SEL) TO WS-REWRITE-SOURCE
                 PERFORM REWRITE-QUEUE-FILE
                 ADD 1 TO WS-CANCELLED-COUNT
                 DISPLAY "CARD CANCELLED"
              ELSE
                 DISPLAY "NOT CANCELLED"
              END-IF
           END-IF.

      * Rewrite the file WS-REWRITE-SOURCE names from QUEUE-TABLE,
      * leaving out cancelled cards.
       REWRITE-QUEUE-FILE.
           EVALUATE WS-REWRITE-SOURCE
              WHEN "T"
                 OPEN OUTPUT EMP-TERM-TRANS
              WHEN "P"
                 OPEN OUTPUT EMP-MAINT-PENDING
              WHEN OTHER
                 OPEN OUTPUT EMP-MAINT-TRANS
           END-EVALUATE
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                 UNTIL QUE-IDX > WS-QUE-COUNT
              IF QUE-SOURCE(QUE-IDX) = WS-REWRITE-SOURCE
                 AND NOT QUE-CANCELLED(QUE-IDX)
                 EVALUATE WS-REWRITE-SOURCE
                    WHEN "T"
                       MOVE QUE-CARD(QUE-IDX) TO WS-LIST-CARD
                       MOVE LST-EMP-ID TO TERM-EMP-ID
                       MOVE LST-EFF-DATE TO TERM-DATE
                       WRITE EMP-TERM-RECORD
                    WHEN "P"
                       MOVE QUE-CARD(QUE-IDX) TO EMP-PEND-RECORD
                       WRITE EMP-PEND-RECORD
                    WHEN OTHER
                       MOVE QUE-CARD(QUE-IDX) TO EMP-MAINT-RECORD
                       WRITE EMP-MAINT-RECORD
                 END-EVALUATE
              END-IF
           END-PERFORM
           EVALUATE WS-REWRITE-SOURCE
              WHEN "T"
                 CLOSE EMP-TERM-TRANS
              WHEN "P"
                 CLOSE EMP-MAINT-PENDING
              WHEN OTHER
                 CLOSE EMP-MAINT-TRANS
           END-EVALUATE.

      * Resolve WS-DEPT-SEARCH against the department list.
       FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE "(NOT ON DEPARTMENT-MASTER)" TO WS-DEPT-NAME-HOLD
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-ID(DEPT-IDX) = WS-DEPT-SEARCH
                 MOVE "Y" TO WS-DEPT-FOUND-SW
                 MOVE DEPT-NAME(DEPT-IDX) TO WS-DEPT-NAME-HOLD
              END-IF
           END-PERFORM.

       CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-CCYY > 1899
                 AND WS-EDIT-DATE-MM > 0 AND WS-EDIT-DATE-MM < 13
                 AND WS-EDIT-DATE-DD > 0
                 PERFORM SET-DAYS-IN-MONTH
                 IF WS-EDIT-DATE-DD NOT > WS-DAYS-IN-MONTH
                    MOVE "Y" TO WS-DATE-VALID-SW
                 END-IF
              END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-DATE-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 2
                 PERFORM CHECK-LEAP-YEAR
                 IF WS-LEAP-YEAR
                    MOVE 29 TO WS-DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO WS-DAYS-IN-MONTH
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-EDIT-DATE-CCYY BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE "Y" TO WS-LEAP-SW
              DIVIDE WS-EDIT-DATE-CCYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE "N" TO WS-LEAP-SW
                 DIVIDE WS-EDIT-DATE-CCYY BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE "Y" TO WS-LEAP-SW
                 END-IF
              END-IF
           END-IF.
