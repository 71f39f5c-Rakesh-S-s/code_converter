       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPVRFY.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.

      ******************************************************************
      * Maintenance history                                           *
      *  2026-10-15  Created - cross-file integrity check of the     *
      *              employee master against the satellite files   *
      *              keyed on EMP-ID: LEAVEBAL, YTDEARN, BANKMAST,  *
      *              EMPSNAP, TERMLOG, REHLOG, SALHIST and EMPHIST. *
      *              Lists every disagreement on VRFYRPT with a     *
      *              code and a severity and ends with a return     *
      *              code for the schedule - 0 clean, 4 warnings   *
      *              only, 8 errors, 16 not verified.  Run after a  *
      *              restore from EMPREST and weekly, so mismatches *
      *              surface before a payroll or bank transmission  *
      *              trips over them.  Reads only - fixes nothing.  *
      *  2026-10-15  YTDEARN record corrected to 211 bytes.  V09   *
      *              is raised only where EMPSNAP already carries   *
      *              the master salary; a change the next batch's   *
      *              audit has still to log on SALHIST is counted   *
      *              as awaiting audit instead.                     *
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
           SELECT EMP-HISTORY ASSIGN TO "EMPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT REHIRE-LOG ASSIGN TO "REHLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REHLOG-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMLOG-STATUS.
           SELECT LEAVE-BALANCE-MASTER ASSIGN TO "LEAVEBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEAVE-STATUS.
           SELECT YTD-EARNINGS-FILE ASSIGN TO "YTDEARN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YTD-STATUS.
           SELECT BANK-ACCOUNT-MASTER ASSIGN TO "BANKMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BANK-STATUS.
           SELECT EMP-SNAPSHOT ASSIGN TO "EMPSNAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMP-SNAP-STATUS.
           SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALHIST-STATUS.
           SELECT VERIFY-RPT ASSIGN TO "VRFYRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  REHIRE-LOG
           LABEL RECORDS ARE STANDARD.
       01  REHIRE-LOG-RECORD.
           10 RHL-EMP-ID                PIC 9(5).
           10 RHL-REHIRE-DATE           PIC 9(8).

       FD  TERM-LOG
           LABEL RECORDS ARE STANDARD.
       01  TERM-LOG-RECORD.
           10 TLF-EMP-ID                PIC 9(5).
           10 TLF-TERM-DATE             PIC 9(8).

      * Only the key of the balance, YTD and bank records matters
      * here - the rest of each record is carried as filler.
       FD  LEAVE-BALANCE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-BAL-RECORD.
           10 LBF-EMP-ID                PIC 9(5).
           10 FILLER                    PIC X(18).

       FD  YTD-EARNINGS-FILE
           LABEL RECORDS ARE STANDARD.
       01  YTD-EARN-RECORD.
           10 YTD-EMP-ID                PIC 9(5).
           10 FILLER                    PIC X(206).

       FD  BANK-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BANK-FILE-RECORD.
           10 BKF-EMP-ID                PIC 9(5).
           10 FILLER                    PIC X(28).

       FD  EMP-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       01  EMP-SNAP-RECORD.
           10 ESF-ID                    PIC 9(5).
           10 ESF-SALARY                PIC 9(7)V99.

       FD  SALARY-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  SALARY-HIST-RECORD.
           10 SHF-EMP-ID                PIC 9(5).
           10 SHF-DATE                  PIC 9(8).
           10 SHF-OLD-SALARY            PIC 9(7)V99.
           10 SHF-NEW-SALARY            PIC 9(7)V99.

       FD  VERIFY-RPT
           LABEL RECORDS ARE STANDARD.
       01  VRFY-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS        PIC X(02) VALUE "00".
       77 WS-EMPHIST-STATUS        PIC X(02) VALUE "00".
       77 WS-REHLOG-STATUS         PIC X(02) VALUE "00".
       77 WS-TERMLOG-STATUS        PIC X(02) VALUE "00".
       77 WS-LEAVE-STATUS          PIC X(02) VALUE "00".
       77 WS-YTD-STATUS            PIC X(02) VALUE "00".
       77 WS-BANK-STATUS           PIC X(02) VALUE "00".
       77 WS-EMP-SNAP-STATUS       PIC X(02) VALUE "00".
       77 WS-SALHIST-STATUS        PIC X(02) VALUE "00".
       77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       77 WS-VRF-EOF-SW            PIC X(01) VALUE "N".
          88 WS-VRF-EOF                       VALUE "Y".

      * The live master, one entry per employee, with what each
      * satellite file was found to hold for them.  Same ceiling as
      * the batch's EMPLOYEE-TABLE - a master past it would make
      * every employee beyond the cut look missing, so the run is
      * not verified at all.
       77 WS-MAX-EMPLOYEES         PIC 9(5) VALUE 00500.
       77 WS-MAST-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 MASTER-TABLE.
          05 MST-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-MAST-COUNT INDEXED BY MST-IDX.
             10 MST-ID                 PIC 9(5).
             10 MST-STATUS             PIC X(01).
                88 MST-ACTIVE                    VALUE "A".
                88 MST-TERMINATED                VALUE "T".
             10 MST-SALARY             PIC 9(7)V99.
             10 MST-LEAVE-SW           PIC X(01).
                88 MST-HAS-LEAVE                 VALUE "Y".
             10 MST-YTD-SW             PIC X(01).
                88 MST-HAS-YTD                   VALUE "Y".
             10 MST-SNAP-SW            PIC X(01).
                88 MST-HAS-SNAP                  VALUE "Y".
             10 MST-SNAP-SALARY        PIC 9(7)V99.
             10 MST-BANK-SW            PIC X(01).
                88 MST-HAS-BANK                  VALUE "Y".
      * The last SALARY-HISTORY entry in file order - the file is
      * appended as changes are applied, and a back-dated change
      * carries its effective date, so the last written and not
      * the latest dated is the one the master should agree with.
             10 MST-SALHIST-SW         PIC X(01).
                88 MST-HAS-SALHIST               VALUE "Y".
             10 MST-SALHIST-SALARY     PIC 9(7)V99.
             10 MST-HIST-SW            PIC X(01).
                88 MST-ON-HISTORY                VALUE "Y".
             10 MST-HIST-TERM-DATE     PIC 9(8).
             10 MST-REHIRE-DATE        PIC 9(8).

      * EMP-HISTORY IDs not on the live master.  History is kept
      * seven years, hence the deeper table; past its ceiling the
      * orphan checks cannot be trusted and the run is not
      * verified.
       77 WS-MAX-HISTORY           PIC 9(5) VALUE 05000.
       77 WS-HIST-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 HISTORY-TABLE.
          05 HST-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-HIST-COUNT INDEXED BY HST-IDX.
             10 HST-ID                 PIC 9(5).

       77 WS-FIND-ID               PIC 9(5) VALUE ZERO.
       77 WS-MAST-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-MAST-FOUND                    VALUE "Y".
       77 WS-MAST-SUB              PIC 9(5) COMP VALUE ZERO.
       77 WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-HIST-FOUND                    VALUE "Y".
       77 WS-NOT-VERIFIED-SW       PIC X(01) VALUE "N".
          88 WS-NOT-VERIFIED                  VALUE "Y".

      * One finding.  Codes and severities (E error, W warning):
      *   V00 W satellite file not available - its checks skipped
      *   V01 E satellite record EMP-ID not numeric
      *   V02 E LEAVEBAL/YTDEARN/BANKMAST/EMPSNAP record whose ID is
      *         on neither the master nor EMP-HISTORY
      *   V03 W the same on TERMLOG/REHLOG/SALHIST - those logs are
      *         kept longer than history, so an aged-out ID is
      *         possible and only worth a look
      *   V04 E ID live on the master and on EMP-HISTORY with no
      *         rehire logged since it was archived
      *   V05 E archived employee (history only) with a bank account
      *   V06 W terminated employee on the master with a bank
      *         account - final pay may still be due
      *   V07 W active employee with no LEAVEBAL record
      *   V08 W active employee with no YTDEARN record - normal for
      *         a new hire not yet paid, or just after year-end
      *   V09 E EMF-SALARY disagrees with the last SALHIST entry
      *         although EMPSNAP already carries it - a salary not
      *         yet on EMPSNAP was changed since the last audit,
      *         which writes its SALHIST entry, so it is only
      *         counted
      *   V10 W master record with no EMPSNAP entry
       01 WS-FINDING.
          05 WS-FND-CODE               PIC X(03).
          05 WS-FND-SEV                PIC X(01).
             88 WS-FND-ERROR                     VALUE "E".
             88 WS-FND-WARNING                   VALUE "W".
          05 WS-FND-FILE               PIC X(08).
          05 WS-FND-ID                 PIC X(05).
          05 WS-FND-TEXT               PIC X(50).
       77 WS-ERROR-COUNT           PIC 9(5) VALUE ZERO.
       77 WS-WARNING-COUNT         PIC 9(5) VALUE ZERO.
       77 WS-REHIRED-COUNT         PIC 9(5) VALUE ZERO.
       77 WS-UNAUDITED-COUNT       PIC 9(5) VALUE ZERO.
       77 WS-COUNT-ED              PIC ZZ,ZZ9.
       01 WS-SALARY-ED             PIC Z,ZZZ,ZZ9.99.
       01 WS-OLD-SALARY-ED         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT VERIFY-RPT
           MOVE SPACES TO VRFY-RPT-LINE
           STRING "EMPLOYEE CROSS-FILE VERIFICATION - RUN DATE "
                 DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
                 INTO VRFY-RPT-LINE
           WRITE VRFY-RPT-LINE
           MOVE "CODE SEV FILE     EMP-ID FINDING" TO VRFY-RPT-LINE
           WRITE VRFY-RPT-LINE
           PERFORM LOAD-MASTER-TABLE
           IF NOT WS-NOT-VERIFIED
              PERFORM LOAD-HISTORY-TABLE
           END-IF
           IF NOT WS-NOT-VERIFIED
              PERFORM CHECK-REHIRE-LOG
              PERFORM CHECK-LEAVE-BALANCES
              PERFORM CHECK-YTD-EARNINGS
              PERFORM CHECK-BANK-ACCOUNTS
              PERFORM CHECK-EMP-SNAPSHOT
              PERFORM CHECK-TERM-LOG
              PERFORM CHECK-SALARY-HISTORY
              PERFORM CHECK-MASTER-EMPLOYEES
           END-IF
           PERFORM WRITE-VERIFY-TOTALS
           CLOSE VERIFY-RPT
           EVALUATE TRUE
              WHEN WS-NOT-VERIFIED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-ERROR-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WARNING-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           IF WS-NOT-VERIFIED
              DISPLAY "EMPVRFY: NOT VERIFIED - SEE VRFYRPT"
           ELSE
              DISPLAY "EMPVRFY: ERRORS " WS-ERROR-COUNT
                 " WARNINGS " WS-WARNING-COUNT
                 " - SEE VRFYRPT"
           END-IF
           STOP RUN.

      * Load the live master in key order.  No master, or one past
      * the table ceiling, and nothing else can be judged.
       LOAD-MASTER-TABLE.
           MOVE "N" TO WS-VRF-EOF-SW
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPMAST-STATUS NOT = "00"
              MOVE "Y" TO WS-NOT-VERIFIED-SW
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "EMPMAST OPEN FAILED - STATUS " DELIMITED BY SIZE
                 WS-EMPMAST-STATUS DELIMITED BY SIZE
                 " - NOT VERIFIED" DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
           ELSE
              PERFORM UNTIL WS-VRF-EOF
                 READ EMPLOYEE-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       PERFORM ADD-MASTER-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
           END-IF.

       ADD-MASTER-ENTRY.
           IF WS-MAST-COUNT < WS-MAX-EMPLOYEES
              ADD 1 TO WS-MAST-COUNT
              SET MST-IDX TO WS-MAST-COUNT
              MOVE EMF-ID TO MST-ID(MST-IDX)
              MOVE EMF-STATUS TO MST-STATUS(MST-IDX)
              MOVE EMF-SALARY TO MST-SALARY(MST-IDX)
              MOVE "N" TO MST-LEAVE-SW(MST-IDX)
              MOVE "N" TO MST-YTD-SW(MST-IDX)
              MOVE "N" TO MST-SNAP-SW(MST-IDX)
              MOVE ZERO TO MST-SNAP-SALARY(MST-IDX)
              MOVE "N" TO MST-BANK-SW(MST-IDX)
              MOVE "N" TO MST-SALHIST-SW(MST-IDX)
              MOVE ZERO TO MST-SALHIST-SALARY(MST-IDX)
              MOVE "N" TO MST-HIST-SW(MST-IDX)
              MOVE ZERO TO MST-HIST-TERM-DATE(MST-IDX)
              MOVE ZERO TO MST-REHIRE-DATE(MST-IDX)
           ELSE
              MOVE "Y" TO WS-VRF-EOF-SW
              MOVE "Y" TO WS-NOT-VERIFIED-SW
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "EMPMAST EXCEEDS MAX OF " DELIMITED BY SIZE
                 WS-MAX-EMPLOYEES DELIMITED BY SIZE
                 " EMPLOYEES - NOT VERIFIED" DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
           END-IF.

      * History IDs on the master are marked on the master entry
      * with the archive's termination date (the latest, if the
      * employee has been archived more than once); the rest go to
      * HISTORY-TABLE.  No EMPHIST just means nobody archived yet.
       LOAD-HISTORY-TABLE.
           MOVE "N" TO WS-VRF-EOF-SW
           OPEN INPUT EMP-HISTORY
           IF WS-EMPHIST-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ EMP-HISTORY
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       PERFORM ADD-HISTORY-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EMP-HISTORY
           END-IF.

       ADD-HISTORY-ENTRY.
           IF EHF-ID NOT NUMERIC
              MOVE "V01" TO WS-FND-CODE
              MOVE "E" TO WS-FND-SEV
              MOVE "EMPHIST" TO WS-FND-FILE
              MOVE EHF-ID TO WS-FND-ID
              MOVE "EMP-ID NOT NUMERIC" TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           ELSE
              MOVE EHF-ID TO WS-FIND-ID
              PERFORM FIND-MASTER-ID
              IF WS-MAST-FOUND
                 MOVE "Y" TO MST-HIST-SW(WS-MAST-SUB)
                 IF EHF-TERM-DATE NUMERIC
                    IF EHF-TERM-DATE > MST-HIST-TERM-DATE(WS-MAST-SUB)
                       MOVE EHF-TERM-DATE
                          TO MST-HIST-TERM-DATE(WS-MAST-SUB)
                    END-IF
                 END-IF
              ELSE
                 PERFORM FIND-HISTORY-ID
                 IF NOT WS-HIST-FOUND
                    IF WS-HIST-COUNT < WS-MAX-HISTORY
                       ADD 1 TO WS-HIST-COUNT
                       MOVE EHF-ID TO HST-ID(WS-HIST-COUNT)
                    ELSE
                       MOVE "Y" TO WS-VRF-EOF-SW
                       MOVE "Y" TO WS-NOT-VERIFIED-SW
                       MOVE SPACES TO VRFY-RPT-LINE
                       STRING "EMPHIST EXCEEDS MAX OF "
                             DELIMITED BY SIZE
                          WS-MAX-HISTORY DELIMITED BY SIZE
                          " EMPLOYEES - NOT VERIFIED"
                             DELIMITED BY SIZE
                             INTO VRFY-RPT-LINE
                       WRITE VRFY-RPT-LINE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Latest rehire date per master employee - what explains an ID
      * being both live and on EMP-HISTORY, since a rehire leaves
      * the archived record where it is.
       CHECK-REHIRE-LOG.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "REHLOG" TO WS-FND-FILE
           OPEN INPUT REHIRE-LOG
           IF WS-REHLOG-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ REHIRE-LOG
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE RHL-EMP-ID TO WS-FND-ID
                       IF RHL-EMP-ID NUMERIC
                          MOVE RHL-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LOG-ID
                          IF WS-MAST-FOUND AND RHL-REHIRE-DATE NUMERIC
                             IF RHL-REHIRE-DATE >
                                   MST-REHIRE-DATE(WS-MAST-SUB)
                                MOVE RHL-REHIRE-DATE
                                   TO MST-REHIRE-DATE(WS-MAST-SUB)
                             END-IF
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REHIRE-LOG
           END-IF.

       CHECK-TERM-LOG.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "TERMLOG" TO WS-FND-FILE
           OPEN INPUT TERM-LOG
           IF WS-TERMLOG-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ TERM-LOG
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE TLF-EMP-ID TO WS-FND-ID
                       IF TLF-EMP-ID NUMERIC
                          MOVE TLF-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LOG-ID
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-LOG
           END-IF.

       CHECK-SALARY-HISTORY.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "SALHIST" TO WS-FND-FILE
           OPEN INPUT SALARY-HISTORY
           IF WS-SALHIST-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ SALARY-HISTORY
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE SHF-EMP-ID TO WS-FND-ID
                       IF SHF-EMP-ID NUMERIC
                          MOVE SHF-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LOG-ID
                          IF WS-MAST-FOUND AND SHF-NEW-SALARY NUMERIC
                             MOVE "Y" TO MST-SALHIST-SW(WS-MAST-SUB)
                             MOVE SHF-NEW-SALARY
                                TO MST-SALHIST-SALARY(WS-MAST-SUB)
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALARY-HISTORY
           END-IF.

      * A log entry for WS-FIND-ID: on the master it is left to the
      * caller, on history it is fine, on neither it is V03.
       CHECK-LOG-ID.
           PERFORM FIND-MASTER-ID
           IF NOT WS-MAST-FOUND
              PERFORM FIND-HISTORY-ID
              IF NOT WS-HIST-FOUND
                 MOVE "V03" TO WS-FND-CODE
                 MOVE "W" TO WS-FND-SEV
                 MOVE "NOT ON MASTER OR EMP-HISTORY" TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF.

       CHECK-LEAVE-BALANCES.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "LEAVEBAL" TO WS-FND-FILE
           OPEN INPUT LEAVE-BALANCE-MASTER
           IF WS-LEAVE-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ LEAVE-BALANCE-MASTER
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE LBF-EMP-ID TO WS-FND-ID
                       IF LBF-EMP-ID NUMERIC
                          MOVE LBF-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LIVE-FILE-ID
                          IF WS-MAST-FOUND
                             MOVE "Y" TO MST-LEAVE-SW(WS-MAST-SUB)
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-MASTER
           ELSE
              PERFORM WRITE-FILE-NOT-AVAILABLE
           END-IF.

       CHECK-YTD-EARNINGS.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "YTDEARN" TO WS-FND-FILE
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ YTD-EARNINGS-FILE
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE YTD-EMP-ID TO WS-FND-ID
                       IF YTD-EMP-ID NUMERIC
                          MOVE YTD-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LIVE-FILE-ID
                          IF WS-MAST-FOUND
                             MOVE "Y" TO MST-YTD-SW(WS-MAST-SUB)
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-EARNINGS-FILE
           ELSE
              PERFORM WRITE-FILE-NOT-AVAILABLE
           END-IF.

      * A bank account for an archived employee is an error - the
      * only pay they can still be owed went out before the archive.
       CHECK-BANK-ACCOUNTS.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "BANKMAST" TO WS-FND-FILE
           OPEN INPUT BANK-ACCOUNT-MASTER
           IF WS-BANK-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ BANK-ACCOUNT-MASTER
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE BKF-EMP-ID TO WS-FND-ID
                       IF BKF-EMP-ID NUMERIC
                          MOVE BKF-EMP-ID TO WS-FIND-ID
                          PERFORM CHECK-LIVE-FILE-ID
                          IF WS-MAST-FOUND
                             MOVE "Y" TO MST-BANK-SW(WS-MAST-SUB)
                          END-IF
                          IF WS-HIST-FOUND
                             MOVE "V05" TO WS-FND-CODE
                             MOVE "E" TO WS-FND-SEV
                             MOVE "ARCHIVED - BANK ACCOUNT STILL LIVE"
                                TO WS-FND-TEXT
                             PERFORM WRITE-FINDING
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BANK-ACCOUNT-MASTER
           ELSE
              PERFORM WRITE-FILE-NOT-AVAILABLE
           END-IF.

       CHECK-EMP-SNAPSHOT.
           MOVE "N" TO WS-VRF-EOF-SW
           MOVE "EMPSNAP" TO WS-FND-FILE
           OPEN INPUT EMP-SNAPSHOT
           IF WS-EMP-SNAP-STATUS = "00"
              PERFORM UNTIL WS-VRF-EOF
                 READ EMP-SNAPSHOT
                    AT END
                       MOVE "Y" TO WS-VRF-EOF-SW
                    NOT AT END
                       MOVE ESF-ID TO WS-FND-ID
                       IF ESF-ID NUMERIC
                          MOVE ESF-ID TO WS-FIND-ID
                          PERFORM CHECK-LIVE-FILE-ID
                          IF WS-MAST-FOUND
                             MOVE "Y" TO MST-SNAP-SW(WS-MAST-SUB)
                             IF ESF-SALARY NUMERIC
                                MOVE ESF-SALARY
                                   TO MST-SNAP-SALARY(WS-MAST-SUB)
                             END-IF
                          END-IF
                       ELSE
                          PERFORM WRITE-ID-NOT-NUMERIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-SNAPSHOT
           ELSE
              PERFORM WRITE-FILE-NOT-AVAILABLE
           END-IF.

      * A record on one of the live satellite files for WS-FIND-ID:
      * on neither the master nor history it is V02.  WS-MAST-FOUND
      * and WS-HIST-FOUND are left for the caller.
       CHECK-LIVE-FILE-ID.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM FIND-MASTER-ID
           IF NOT WS-MAST-FOUND
              PERFORM FIND-HISTORY-ID
              IF NOT WS-HIST-FOUND
                 MOVE "V02" TO WS-FND-CODE
                 MOVE "E" TO WS-FND-SEV
                 MOVE "NOT ON MASTER OR EMP-HISTORY" TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF.

      * The per-employee checks, once every satellite file has been
      * read against the master table.
       CHECK-MASTER-EMPLOYEES.
           MOVE "EMPMAST" TO WS-FND-FILE
           PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MAST-COUNT
              MOVE MST-ID(MST-IDX) TO WS-FND-ID
              IF MST-ON-HISTORY(MST-IDX)
                 IF MST-REHIRE-DATE(MST-IDX) NOT = ZERO
                    AND MST-REHIRE-DATE(MST-IDX) NOT <
                       MST-HIST-TERM-DATE(MST-IDX)
                    ADD 1 TO WS-REHIRED-COUNT
                 ELSE
                    MOVE "V04" TO WS-FND-CODE
                    MOVE "E" TO WS-FND-SEV
                    MOVE "LIVE AND ON EMP-HISTORY - NO REHIRE LOGGED"
                       TO WS-FND-TEXT
                    PERFORM WRITE-FINDING
                 END-IF
              END-IF
              IF MST-TERMINATED(MST-IDX) AND MST-HAS-BANK(MST-IDX)
                 MOVE "V06" TO WS-FND-CODE
                 MOVE "W" TO WS-FND-SEV
                 MOVE "TERMINATED EMPLOYEE HAS A LIVE BANK ACCOUNT"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
              IF MST-ACTIVE(MST-IDX)
                 AND NOT MST-HAS-LEAVE(MST-IDX)
                 AND WS-LEAVE-STATUS = "00"
                 MOVE "V07" TO WS-FND-CODE
                 MOVE "W" TO WS-FND-SEV
                 MOVE "ACTIVE EMPLOYEE HAS NO LEAVEBAL RECORD"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
              IF MST-ACTIVE(MST-IDX)
                 AND NOT MST-HAS-YTD(MST-IDX)
                 AND WS-YTD-STATUS = "00"
                 MOVE "V08" TO WS-FND-CODE
                 MOVE "W" TO WS-FND-SEV
                 MOVE "ACTIVE EMPLOYEE HAS NO YTDEARN RECORD"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
      * A CHGSAL reaches SALHIST only at the next batch's audit,
      * which compares the master against EMPSNAP - until then the
      * master is ahead of SALHIST by design.  Only a salary that
      * EMPSNAP already agrees with has been audited and must match.
              IF MST-HAS-SALHIST(MST-IDX)
                 AND MST-SALHIST-SALARY(MST-IDX)
                    NOT = MST-SALARY(MST-IDX)
                 IF MST-HAS-SNAP(MST-IDX)
                    AND MST-SNAP-SALARY(MST-IDX) = MST-SALARY(MST-IDX)
                    MOVE "V09" TO WS-FND-CODE
                    MOVE "E" TO WS-FND-SEV
                    MOVE MST-SALARY(MST-IDX) TO WS-SALARY-ED
                    MOVE MST-SALHIST-SALARY(MST-IDX)
                       TO WS-OLD-SALARY-ED
                    MOVE SPACES TO WS-FND-TEXT
                    STRING "SALARY" DELIMITED BY SIZE
                       WS-SALARY-ED DELIMITED BY SIZE
                       " LAST SALHIST" DELIMITED BY SIZE
                       WS-OLD-SALARY-ED DELIMITED BY SIZE
                          INTO WS-FND-TEXT
                    PERFORM WRITE-FINDING
                 ELSE
                    ADD 1 TO WS-UNAUDITED-COUNT
                 END-IF
              END-IF
              IF NOT MST-HAS-SNAP(MST-IDX)
                 AND WS-EMP-SNAP-STATUS = "00"
                 MOVE "V10" TO WS-FND-CODE
                 MOVE "W" TO WS-FND-SEV
                 MOVE "NO EMPSNAP ENTRY" TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-PERFORM.

       FIND-MASTER-ID.
           MOVE "N" TO WS-MAST-FOUND-SW
           PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MAST-COUNT OR WS-MAST-FOUND
              IF MST-ID(MST-IDX) = WS-FIND-ID
                 MOVE "Y" TO WS-MAST-FOUND-SW
                 SET WS-MAST-SUB TO MST-IDX
              END-IF
           END-PERFORM.

       FIND-HISTORY-ID.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM VARYING HST-IDX FROM 1 BY 1
                 UNTIL HST-IDX > WS-HIST-COUNT OR WS-HIST-FOUND
              IF HST-ID(HST-IDX) = WS-FIND-ID
                 MOVE "Y" TO WS-HIST-FOUND-SW
              END-IF
           END-PERFORM.

       WRITE-ID-NOT-NUMERIC.
           MOVE "V01" TO WS-FND-CODE
           MOVE "E" TO WS-FND-SEV
           MOVE "EMP-ID NOT NUMERIC" TO WS-FND-TEXT
           PERFORM WRITE-FINDING.

       WRITE-FILE-NOT-AVAILABLE.
           MOVE "V00" TO WS-FND-CODE
           MOVE "W" TO WS-FND-SEV
           MOVE SPACES TO WS-FND-ID
           MOVE "FILE NOT AVAILABLE - ITS CHECKS SKIPPED"
              TO WS-FND-TEXT
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           IF WS-FND-ERROR
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO VRFY-RPT-LINE
           STRING WS-FND-CODE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-FND-SEV DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-FND-FILE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-FND-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-FND-TEXT DELIMITED BY SIZE
                 INTO VRFY-RPT-LINE
           WRITE VRFY-RPT-LINE.

       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO VRFY-RPT-LINE
           WRITE VRFY-RPT-LINE
           IF WS-NOT-VERIFIED
              MOVE "RUN NOT VERIFIED - RETURN CODE 16"
                 TO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
           ELSE
              MOVE WS-MAST-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "MASTER EMPLOYEES CHECKED:    " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
              MOVE WS-HIST-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "ARCHIVED-ONLY EMPLOYEES:     " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
              MOVE WS-REHIRED-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "REHIRES ON MASTER AND HIST:  " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
              MOVE WS-UNAUDITED-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "SALARIES AWAITING AUDIT:     " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
              MOVE WS-ERROR-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "ERRORS (E):                  " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
              MOVE WS-WARNING-COUNT TO WS-COUNT-ED
              MOVE SPACES TO VRFY-RPT-LINE
              STRING "WARNINGS (W):                " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                    INTO VRFY-RPT-LINE
              WRITE VRFY-RPT-LINE
           END-IF.
