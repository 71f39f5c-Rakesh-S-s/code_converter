       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQR.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.

      ******************************************************************
      * Maintenance history                                           *
      *  2026-10-15  Created - compliance listing of the EMPINQ     *
      *              INQUIRY-LOG for the periodic access review.    *
      *              Takes a from/to date pair (CCYYMMDD CCYYMMDD,  *
      *              blank for the whole log) and lists every sign- *
      *              on, refused sign-on and inquiry in the period  *
      *              with the employee IDs shown, then a summary by *
      *              user.  Reads the log only - it is never purged *
      *              here.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INQLOG-STATUS.
           SELECT INQ-LOG-RPT ASSIGN TO "INQRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-LOG
           LABEL RECORDS ARE STANDARD.
       01  INQ-LOG-RECORD.
           10 ILG-USER-ID               PIC X(08).
           10 ILG-ROLE                  PIC X(01).
           10 ILG-DATE                  PIC 9(8).
           10 ILG-TIME                  PIC 9(6).
           10 ILG-EVENT                 PIC X(01).
              88 ILG-SIGNON                      VALUE "S".
              88 ILG-REFUSED                     VALUE "R".
              88 ILG-ID-INQUIRY                  VALUE "I".
              88 ILG-NAME-SEARCH                 VALUE "N".
           10 ILG-SEARCH-KEY            PIC X(20).
           10 ILG-ID-COUNT              PIC 9(2).
           10 ILG-ID-SHOWN OCCURS 50 TIMES
                                        PIC 9(5).

       FD  INQ-LOG-RPT
           LABEL RECORDS ARE STANDARD.
       01  INQ-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-INQLOG-STATUS         PIC X(02) VALUE "00".
       77 WS-LOG-EOF-SW            PIC X(01) VALUE "N".
          88 WS-LOG-EOF                       VALUE "Y".
      * Reporting period off the parameter entry - zero from date
      * and all-nines to date when blank.
       01 WS-PERIOD-PARM.
          05 WS-PARM-FROM             PIC X(08).
          05 FILLER                   PIC X(01).
          05 WS-PARM-TO               PIC X(08).
          05 FILLER                   PIC X(03).
       77 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE               PIC 9(8) VALUE 99999999.
       77 WS-EVENT-TEXT            PIC X(07) VALUE SPACES.
       77 WS-ID-SUB                PIC 9(2) COMP VALUE ZERO.
       77 WS-LINE-IDS              PIC 9(2) COMP VALUE ZERO.
       77 WS-LINE-POS              PIC 9(3) COMP VALUE ZERO.
       77 WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
       77 WS-LISTED-COUNT          PIC 9(7) VALUE ZERO.

      * Activity by user across the period.
       77 WS-MAX-USERS             PIC 9(3) VALUE 200.
       77 WS-USER-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 USER-SUMMARY-TABLE.
          05 USR-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-USER-COUNT INDEXED BY USR-IDX.
             10 USR-USER-ID            PIC X(08).
             10 USR-ROLE               PIC X(01).
             10 USR-SIGNONS            PIC 9(5).
             10 USR-REFUSED            PIC 9(5).
             10 USR-INQUIRIES          PIC 9(5).
             10 USR-IDS-SHOWN          PIC 9(7).
       77 WS-USER-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-USER-FOUND                    VALUE "Y".
       77 WS-USER-SUB              PIC 9(3) COMP VALUE ZERO.
       77 WS-USERS-DROPPED         PIC 9(5) VALUE ZERO.
       77 WS-COUNT-ED              PIC ZZ,ZZ9.
       77 WS-BIG-COUNT-ED          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "EMPINQR: REPORTING PERIOD CCYYMMDD CCYYMMDD "
              "(BLANK FOR THE WHOLE LOG):"
           MOVE SPACES TO WS-PERIOD-PARM
           ACCEPT WS-PERIOD-PARM
           IF WS-PERIOD-PARM NOT = SPACES
              IF WS-PARM-FROM NUMERIC AND WS-PARM-TO NUMERIC
                 MOVE WS-PARM-FROM TO WS-FROM-DATE
                 MOVE WS-PARM-TO TO WS-TO-DATE
              ELSE
                 DISPLAY "EMPINQR: PERIOD MUST BE CCYYMMDD CCYYMMDD "
                    "- NO REPORT"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "EMPINQR: FROM DATE AFTER TO DATE - NO REPORT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INQUIRY-LOG
           IF WS-INQLOG-STATUS NOT = "00"
              DISPLAY "EMPINQR: INQLOG NOT AVAILABLE - STATUS "
                 WS-INQLOG-STATUS " - NO REPORT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT INQ-LOG-RPT
           MOVE SPACES TO INQ-RPT-LINE
           STRING "EMPLOYEE INQUIRY ACCESS LOG - " DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
                 INTO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           MOVE "DATE     TIME   USER     ROLE EVENT   SEARCH KEY"
              TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           PERFORM UNTIL WS-LOG-EOF
              READ INQUIRY-LOG
                 AT END
                    MOVE "Y" TO WS-LOG-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF ILG-DATE NUMERIC
                       AND ILG-DATE NOT < WS-FROM-DATE
                       AND ILG-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM LIST-LOG-RECORD
                       PERFORM ADD-USER-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INQUIRY-LOG
           PERFORM PRINT-USER-SUMMARY
           CLOSE INQ-LOG-RPT
           DISPLAY "EMPINQR: LOG RECORDS READ " WS-RECORD-COUNT
              " LISTED " WS-LISTED-COUNT
           STOP RUN.

      * One line per log record, then the employee IDs shown, ten
      * to a line.
       LIST-LOG-RECORD.
           EVALUATE TRUE
              WHEN ILG-SIGNON
                 MOVE "SIGN-ON" TO WS-EVENT-TEXT
              WHEN ILG-REFUSED
                 MOVE "REFUSED" TO WS-EVENT-TEXT
              WHEN ILG-ID-INQUIRY
                 MOVE "BY ID" TO WS-EVENT-TEXT
              WHEN ILG-NAME-SEARCH
                 MOVE "BY NAME" TO WS-EVENT-TEXT
              WHEN OTHER
                 MOVE ILG-EVENT TO WS-EVENT-TEXT
           END-EVALUATE
           MOVE SPACES TO INQ-RPT-LINE
           STRING ILG-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ILG-TIME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ILG-USER-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ILG-ROLE DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-EVENT-TEXT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ILG-SEARCH-KEY DELIMITED BY SIZE
                 INTO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           IF ILG-ID-INQUIRY OR ILG-NAME-SEARCH
              IF ILG-ID-COUNT NOT NUMERIC
                 MOVE ZERO TO ILG-ID-COUNT
              END-IF
              IF ILG-ID-COUNT = ZERO
                 MOVE "         NO EMPLOYEE SHOWN" TO INQ-RPT-LINE
                 WRITE INQ-RPT-LINE
              ELSE
                 MOVE SPACES TO INQ-RPT-LINE
                 MOVE "         SHOWN:" TO INQ-RPT-LINE
                 MOVE ZERO TO WS-LINE-IDS
                 MOVE 17 TO WS-LINE-POS
                 PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > ILG-ID-COUNT
                          OR WS-ID-SUB > 50
                    IF WS-LINE-IDS = 10
                       WRITE INQ-RPT-LINE
                       MOVE SPACES TO INQ-RPT-LINE
                       MOVE ZERO TO WS-LINE-IDS
                       MOVE 17 TO WS-LINE-POS
                    END-IF
                    MOVE ILG-ID-SHOWN(WS-ID-SUB)
                       TO INQ-RPT-LINE(WS-LINE-POS:5)
                    ADD 1 TO WS-LINE-IDS
                    ADD 6 TO WS-LINE-POS
                 END-PERFORM
                 WRITE INQ-RPT-LINE
              END-IF
           END-IF.

       ADD-USER-ACTIVITY.
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING USR-IDX FROM 1 BY 1
                 UNTIL USR-IDX > WS-USER-COUNT OR WS-USER-FOUND
              IF USR-USER-ID(USR-IDX) = ILG-USER-ID
                 MOVE "Y" TO WS-USER-FOUND-SW
                 SET WS-USER-SUB TO USR-IDX
              END-IF
           END-PERFORM
           IF NOT WS-USER-FOUND
              IF WS-USER-COUNT < WS-MAX-USERS
                 ADD 1 TO WS-USER-COUNT
                 MOVE WS-USER-COUNT TO WS-USER-SUB
                 MOVE "Y" TO WS-USER-FOUND-SW
                 MOVE ILG-USER-ID TO USR-USER-ID(WS-USER-SUB)
                 MOVE ZERO TO USR-SIGNONS(WS-USER-SUB)
                 MOVE ZERO TO USR-REFUSED(WS-USER-SUB)
                 MOVE ZERO TO USR-INQUIRIES(WS-USER-SUB)
                 MOVE ZERO TO USR-IDS-SHOWN(WS-USER-SUB)
              ELSE
                 ADD 1 TO WS-USERS-DROPPED
              END-IF
           END-IF
           IF WS-USER-FOUND
              MOVE ILG-ROLE TO USR-ROLE(WS-USER-SUB)
              EVALUATE TRUE
                 WHEN ILG-SIGNON
                    ADD 1 TO USR-SIGNONS(WS-USER-SUB)
                 WHEN ILG-REFUSED
                    ADD 1 TO USR-REFUSED(WS-USER-SUB)
                 WHEN OTHER
                    ADD 1 TO USR-INQUIRIES(WS-USER-SUB)
                    ADD ILG-ID-COUNT TO USR-IDS-SHOWN(WS-USER-SUB)
              END-EVALUATE
           END-IF.

       PRINT-USER-SUMMARY.
           MOVE SPACES TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           MOVE "SUMMARY BY USER" TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           MOVE "USER     ROLE SIGN-ONS REFUSED INQUIRIES  IDS SHOWN"
              TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           PERFORM VARYING USR-IDX FROM 1 BY 1
                 UNTIL USR-IDX > WS-USER-COUNT
              MOVE SPACES TO INQ-RPT-LINE
              MOVE USR-USER-ID(USR-IDX) TO INQ-RPT-LINE(1:8)
              MOVE USR-ROLE(USR-IDX) TO INQ-RPT-LINE(10:1)
              MOVE USR-SIGNONS(USR-IDX) TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO INQ-RPT-LINE(15:6)
              MOVE USR-REFUSED(USR-IDX) TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO INQ-RPT-LINE(23:6)
              MOVE USR-INQUIRIES(USR-IDX) TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO INQ-RPT-LINE(33:6)
              MOVE USR-IDS-SHOWN(USR-IDX) TO WS-BIG-COUNT-ED
              MOVE WS-BIG-COUNT-ED TO INQ-RPT-LINE(42:9)
              WRITE INQ-RPT-LINE
           END-PERFORM
           IF WS-USERS-DROPPED > ZERO
              MOVE SPACES TO INQ-RPT-LINE
              STRING "USERS PAST THE " DELIMITED BY SIZE
                 WS-MAX-USERS DELIMITED BY SIZE
                 " CEILING - RECORDS NOT SUMMARIZED: "
                    DELIMITED BY SIZE
                 WS-USERS-DROPPED DELIMITED BY SIZE
                    INTO INQ-RPT-LINE
              WRITE INQ-RPT-LINE
           END-IF
           MOVE WS-LISTED-COUNT TO WS-BIG-COUNT-ED
           MOVE SPACES TO INQ-RPT-LINE
           STRING "LOG RECORDS IN PERIOD: " DELIMITED BY SIZE
              WS-BIG-COUNT-ED DELIMITED BY SIZE
                 INTO INQ-RPT-LINE
           WRITE INQ-RPT-LINE.
