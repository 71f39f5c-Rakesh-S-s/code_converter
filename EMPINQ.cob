      *              HISTORY and the termination date from TERM-LOG *
      *              for terminated employees - the whole story on  *
      *              one inquiry instead of three files by hand.     *
      *  2026-10-15  Access control and audit trail.  The operator  *
      *              signs on with a user ID checked against the    *
      *              new INQ-USER-FILE, whose role decides what is  *
      *              shown: F full, H HR (no pay progression), D    *
      *              help desk (name, department and location only).*
      *              Fields the role does not allow are masked, on  *
      *              the name-search list as well as the detail.    *
      *              Every sign-on and inquiry is appended to the   *
      *              new INQUIRY-LOG with user, date/time, search   *
      *              key and the employee IDs shown; EMPINQR prints *
      *              it for the compliance review.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT TERM-LOG ASSIGN TO "TERMLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMLOG-STATUS.
           SELECT INQ-USER-FILE ASSIGN TO "INQUSERS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INQUSER-STATUS.
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           10 TLF-EMP-ID                PIC 9(5).
           10 TLF-TERM-DATE             PIC 9(8).

      * Who may use the inquiry and with what role - maintained by
      * HR security, one record per user.
      *   F  full access
      *   H  HR - everything but the pay progression
      *   D  help desk - name, department and location only
       FD  INQ-USER-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQ-USER-RECORD.
           10 IUF-USER-ID               PIC X(08).
           10 IUF-ROLE                  PIC X(01).
              88 IUF-ROLE-VALID                  VALUE "F" "H" "D".
           10 IUF-USER-NAME             PIC X(20).

      * Inquiry audit trail - appended, never rewritten here.  One
      * record per sign-on (S), refused sign-on (R), employee ID
      * inquiry (I) or name search (N), carrying every employee ID
      * the operator was shown.  Printed by EMPINQR.
       FD  INQUIRY-LOG
           LABEL RECORDS ARE STANDARD.
       01  INQ-LOG-RECORD.
           10 ILG-USER-ID               PIC X(08).
           10 ILG-ROLE                  PIC X(01).
           10 ILG-DATE                  PIC 9(8).
           10 ILG-TIME                  PIC 9(6).
           10 ILG-EVENT                 PIC X(01).
           10 ILG-SEARCH-KEY            PIC X(20).
           10 ILG-ID-COUNT              PIC 9(2).
           10 ILG-ID-SHOWN OCCURS 50 TIMES
                                        PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS        PIC X(02) VALUE "00".
       77 WS-DEPT-STATUS           PIC X(02) VALUE "00".
       77 WS-SALHIST-STATUS        PIC X(02) VALUE "00".
       77 WS-TERMLOG-STATUS        PIC X(02) VALUE "00".
       77 WS-INQUSER-STATUS        PIC X(02) VALUE "00".
       77 WS-INQLOG-STATUS         PIC X(02) VALUE "00".
      * The signed-on operator and the role that governs every
      * display for the rest of the session.
       77 WS-SIGNON-USER           PIC X(08) VALUE SPACES.
       77 WS-SIGNON-ROLE           PIC X(01) VALUE SPACE.
          88 WS-ROLE-FULL                     VALUE "F".
          88 WS-ROLE-HR                       VALUE "H".
          88 WS-ROLE-HELPDESK                 VALUE "D".
       77 WS-SIGNON-OK-SW          PIC X(01) VALUE "N".
          88 WS-SIGNON-OK                     VALUE "Y".
       77 WS-SIGNON-TRIES          PIC 9(1) VALUE ZERO.
       77 WS-USER-EOF-SW           PIC X(01) VALUE "N".
          88 WS-USER-EOF                      VALUE "Y".
       77 WS-MASK                  PIC X(12) VALUE ALL "*".
      * The log entry being built for the current inquiry.
       77 WS-LOG-EVENT             PIC X(01) VALUE SPACE.
       77 WS-LOG-DATE              PIC 9(8) VALUE ZERO.
       77 WS-LOG-TIME-RAW          PIC 9(8) VALUE ZERO.
       77 WS-SHOWN-COUNT           PIC 9(2) VALUE ZERO.
       77 WS-SHOWN-SUB             PIC 9(2) COMP VALUE ZERO.
       77 WS-SHOWN-FOUND-SW        PIC X(01) VALUE "N".
          88 WS-SHOWN-FOUND                   VALUE "Y".
       77 WS-SHOWN-HOLD-ID         PIC 9(5) VALUE ZERO.
       01 WS-SHOWN-LIST.
          05 WS-SHOWN-ID OCCURS 50 TIMES
                                   PIC 9(5).
      * Console input lands in the X(20) field first - all digits
      * means a keyed ID lookup, anything else is treated as a name
      * or leading partial name for the alternate-key search.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON-OPERATOR
           IF NOT WS-SIGNON-OK
              DISPLAY "EMPINQ: SIGN-ON REFUSED"
              STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "EMPINQ: EMPMAST OPEN FAILED - STATUS "
              MOVE SPACES TO WS-INQ-INPUT
              ACCEPT WS-INQ-INPUT
              PERFORM CLASSIFY-INQ-INPUT
              MOVE ZERO TO WS-SHOWN-COUNT
              EVALUATE TRUE
                 WHEN WS-INQ-INPUT = SPACES
                    MOVE "Y" TO WS-INQ-DONE-SW
                       MOVE "Y" TO WS-INQ-DONE-SW
                    ELSE
                       PERFORM DISPLAY-ONE-EMPLOYEE
                       MOVE "I" TO WS-LOG-EVENT
                       PERFORM WRITE-INQUIRY-LOG
                    END-IF
                 WHEN OTHER
                    PERFORM SEARCH-BY-NAME
                    MOVE "N" TO WS-LOG-EVENT
                    PERFORM WRITE-INQUIRY-LOG
              END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           STOP RUN.

      * Identify the operator against INQ-USER-FILE - three tries,
      * then the session is refused.  Every attempt is logged, and
      * the sign-on record doubles as the check that the log can be
      * written before anything is shown: an inquiry that cannot be
      * logged is not made.
       SIGN-ON-OPERATOR.
           MOVE "N" TO WS-SIGNON-OK-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES = 3
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY "EMPINQ USER ID:"
              MOVE SPACES TO WS-INQ-INPUT
              ACCEPT WS-INQ-INPUT
              INSPECT WS-INQ-INPUT CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-INQ-INPUT(1:8) TO WS-SIGNON-USER
              MOVE SPACE TO WS-SIGNON-ROLE
              IF WS-SIGNON-USER NOT = SPACES
                 AND WS-INQ-INPUT(9:12) = SPACES
                 PERFORM FIND-INQUIRY-USER
              END-IF
              IF WS-ROLE-FULL OR WS-ROLE-HR OR WS-ROLE-HELPDESK
                 MOVE "Y" TO WS-SIGNON-OK-SW
                 MOVE "S" TO WS-LOG-EVENT
              ELSE
                 DISPLAY "EMPINQ: USER NOT AUTHORIZED FOR INQUIRY"
                 MOVE "R" TO WS-LOG-EVENT
              END-IF
              PERFORM WRITE-INQUIRY-LOG
              IF WS-INQ-DONE
                 MOVE "N" TO WS-SIGNON-OK-SW
                 MOVE 3 TO WS-SIGNON-TRIES
              END-IF
           END-PERFORM.

      * Role for WS-SIGNON-USER, left blank when the user is not on
      * file, carries an unknown role, or the file is missing - no
      * authorization file means nobody signs on.
       FIND-INQUIRY-USER.
           MOVE "N" TO WS-USER-EOF-SW
           OPEN INPUT INQ-USER-FILE
           IF WS-INQUSER-STATUS = "00"
              PERFORM UNTIL WS-USER-EOF
                 READ INQ-USER-FILE
                    AT END
                       MOVE "Y" TO WS-USER-EOF-SW
                    NOT AT END
                       IF IUF-USER-ID = WS-SIGNON-USER
                          AND IUF-ROLE-VALID
                          MOVE IUF-ROLE TO WS-SIGNON-ROLE
                          MOVE "Y" TO WS-USER-EOF-SW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INQ-USER-FILE
           ELSE
              DISPLAY "EMPINQ: INQUSERS NOT AVAILABLE - NO SIGN-ON "
                 "POSSIBLE"
           END-IF.

      * Append one INQUIRY-LOG record for WS-LOG-EVENT with the IDs
      * collected in WS-SHOWN-LIST.  Opened and closed per record
      * so a session that is dropped leaves its trail behind; a log
      * that cannot be written ends the session.
       WRITE-INQUIRY-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME-RAW FROM TIME
           OPEN EXTEND INQUIRY-LOG
           IF WS-INQLOG-STATUS NOT = "00"
              OPEN OUTPUT INQUIRY-LOG
           END-IF
           IF WS-INQLOG-STATUS = "00"
              MOVE SPACES TO INQ-LOG-RECORD
              MOVE WS-SIGNON-USER TO ILG-USER-ID
              MOVE WS-SIGNON-ROLE TO ILG-ROLE
              MOVE WS-LOG-DATE TO ILG-DATE
              MOVE WS-LOG-TIME-RAW(1:6) TO ILG-TIME
              MOVE WS-LOG-EVENT TO ILG-EVENT
              MOVE WS-INQ-INPUT TO ILG-SEARCH-KEY
              MOVE WS-SHOWN-COUNT TO ILG-ID-COUNT
              PERFORM VARYING WS-SHOWN-SUB FROM 1 BY 1
                    UNTIL WS-SHOWN-SUB > 50
                 IF WS-SHOWN-SUB > WS-SHOWN-COUNT
                    MOVE ZERO TO ILG-ID-SHOWN(WS-SHOWN-SUB)
                 ELSE
                    MOVE WS-SHOWN-ID(WS-SHOWN-SUB)
                       TO ILG-ID-SHOWN(WS-SHOWN-SUB)
                 END-IF
              END-PERFORM
              WRITE INQ-LOG-RECORD
              CLOSE INQUIRY-LOG
           ELSE
              DISPLAY "EMPINQ: INQLOG NOT AVAILABLE - STATUS "
                 WS-INQLOG-STATUS " - SESSION ENDED"
              MOVE "Y" TO WS-INQ-DONE-SW
           END-IF.

      * Note WS-SHOWN-HOLD-ID as shown this inquiry - once, however
      * many times it is displayed.
       ADD-SHOWN-ID.
           MOVE "N" TO WS-SHOWN-FOUND-SW
           PERFORM VARYING WS-SHOWN-SUB FROM 1 BY 1
                 UNTIL WS-SHOWN-SUB > WS-SHOWN-COUNT
              IF WS-SHOWN-ID(WS-SHOWN-SUB) = WS-SHOWN-HOLD-ID
                 MOVE "Y" TO WS-SHOWN-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT WS-SHOWN-FOUND AND WS-SHOWN-COUNT < 50
              ADD 1 TO WS-SHOWN-COUNT
              MOVE WS-SHOWN-HOLD-ID TO WS-SHOWN-ID(WS-SHOWN-COUNT)
           END-IF.

       LOAD-DEPARTMENT-TABLE.
           MOVE "N" TO WS-DEPT-EOF-SW
           MOVE ZERO TO WS-DEPT-COUNT
                          MOVE "Y" TO WS-SRCH-EOF-SW
                       ELSE
                          MOVE EMF-ID TO WS-MATCH-HOLD-ID
                          MOVE EMF-ID TO WS-SHOWN-HOLD-ID
                          PERFORM ADD-SHOWN-ID
                          IF WS-ROLE-HELPDESK
                             DISPLAY "  " EMF-ID "  " EMF-NAME
                                "  " EMF-DEPT "  " WS-MASK(1:1)
                          ELSE
                             DISPLAY "  " EMF-ID "  " EMF-NAME
                                "  " EMF-DEPT "  " EMF-STATUS
                          END-IF
                       END-IF
                    ELSE
                       MOVE "Y" TO WS-SRCH-EOF-SW
                 DISPLAY "EMP ID " WS-INQ-ID
                    " NOT ON EMPLOYEE-MASTER"
              NOT INVALID KEY
                 MOVE EMF-ID TO WS-SHOWN-HOLD-ID
                 PERFORM ADD-SHOWN-ID
                 MOVE EMF-SALARY TO WS-SALARY-ED
                 DISPLAY "EMP ID:    " EMF-ID
                 DISPLAY "NAME:      " EMF-NAME
                 PERFORM DISPLAY-DEPARTMENT-DETAIL
                 IF WS-ROLE-HELPDESK
                    PERFORM DISPLAY-MASKED-DETAIL
                 ELSE
                    PERFORM DISPLAY-PAY-DETAIL
                 END-IF
           END-READ.

      * Salary, hire date and status - full and HR roles.  The pay
      * progression is full access only.
       DISPLAY-PAY-DETAIL.
           DISPLAY "SALARY:    " WS-SALARY-ED
           DISPLAY "HIRE DATE: " EMF-HIRE-DATE
           IF EMF-ACTIVE
              DISPLAY "STATUS:    A (ACTIVE)"
           ELSE
              IF EMF-TERMINATED
                 DISPLAY "STATUS:    T (TERMINATED)"
                 PERFORM DISPLAY-TERMINATION-DATE
              ELSE
                 DISPLAY "STATUS:    " EMF-STATUS
                    " (UNKNOWN)"
              END-IF
           END-IF
           IF WS-ROLE-FULL
              PERFORM DISPLAY-PAY-PROGRESSION
           ELSE
              DISPLAY "PAY PROGRESSION: " WS-MASK
                 " (NOT AUTHORIZED)"
           END-IF.

      * Help desk sees name, department and location only - the rest
      * is masked, so the caller knows it exists but not what it is.
       DISPLAY-MASKED-DETAIL.
           DISPLAY "SALARY:    " WS-MASK
           DISPLAY "HIRE DATE: " WS-MASK(1:8)
           DISPLAY "STATUS:    " WS-MASK(1:1)
           DISPLAY "PAY PROGRESSION: " WS-MASK
              " (NOT AUTHORIZED)".

      * Resolve EMF-DEPT against the loaded department list - the
      * caller gets the name and site, not a raw code to look up.
       DISPLAY-DEPARTMENT-DETAIL.
