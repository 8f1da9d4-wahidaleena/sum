       IDENTIFICATION DIVISION.
              PROGRAM-ID. DORMSWP.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS WS-ACCT-STATUS.
                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
                  SELECT ARCHIVE-LIST-FILE ASSIGN TO "AUDARCH.LST"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LST-STATUS.
                  SELECT ARCHIVE-FILE
                      ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-ARCH-STATUS.
                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "DORMANT.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT CHECKPOINT-FILE ASSIGN TO "ADDITION.CKP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CKP-STATUS.
                  SELECT LOCK-FILE ASSIGN TO "ADDITION.LCK"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LCK-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  ACCOUNT-MASTER.
              01  ACCOUNT-RECORD.
                  05 ACCT-NUMBER PIC 9(6).
                  05 ACCT-BALANCE-A PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-BALANCE-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                      88 ACCOUNT-OPEN VALUE "O".
                      88 ACCOUNT-FROZEN VALUE "F".
                      88 ACCOUNT-CLOSED VALUE "C".
                      88 ACCOUNT-DORMANT VALUE "D".
                  05 ACCT-CURRENCY PIC X(3).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  ARCHIVE-LIST-FILE.
              01  ARCHIVE-LIST-RECORD PIC X(16).
              FD  ARCHIVE-FILE.
              01  ARCHIVE-LINE PIC X(118).
              FD  PARM-FILE.
              01  PARM-RECORD.
                  05 PRM-CONTROL-TOTAL PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 PRM-TREND-MONTH PIC X(6).
                  05 FILLER PIC X.
                  05 PRM-ERROR-TOLERANCE PIC 9(6).
                  05 FILLER PIC X.
                  05 PRM-FORCE-BATCH PIC X.
                  05 FILLER PIC X.
                  05 PRM-APPROVAL-DAYS PIC 9(3).
                  05 FILLER PIC X.
                  05 PRM-DORMANT-MONTHS PIC 9(3).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(100).
              FD  CHECKPOINT-FILE.
              01  CHECKPOINT-RECORD.
                  05 CKP-RECORDS-READ PIC 9(6).
                  05 FILLER PIC X(47).
                  05 CKP-IN-FLIGHT PIC X.
                  05 FILLER PIC X(26).
              FD  LOCK-FILE.
              01  LOCK-RECORD.
                  05 LCK-HELD PIC X.
                  05 FILLER PIC X.
                  05 LCK-MODE PIC X.
                  05 FILLER PIC X.
                  05 LCK-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 LCK-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 LCK-TIME PIC 9(6).
              WORKING-STORAGE SECTION.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-LST-STATUS PIC XX VALUE SPACES.
              77 WS-ARCH-STATUS PIC XX VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-ARCHIVE-NAME PIC X(16) VALUE SPACES.
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-CMD-WORD PIC X(8) VALUE SPACES.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-DORMANT-MONTHS PIC 9(3) VALUE ZERO.
              77 WS-MONTH-NUMBER PIC 9(6) VALUE ZERO.
              77 WS-ACT-DATE PIC 9(8) VALUE ZERO.
              77 WS-ACT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-FILES-SCANNED PIC 9(4) VALUE ZERO.
              77 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
              77 WS-ACCT-IDX PIC 9(5) VALUE ZERO.
              77 WS-LOW-IDX PIC 9(5) VALUE ZERO.
              77 WS-HIGH-IDX PIC 9(5) VALUE ZERO.
              77 WS-MID-IDX PIC 9(5) VALUE ZERO.
              77 WS-FOUND-IDX PIC 9(5) VALUE ZERO.
              77 WS-SEARCH-ACCT PIC 9(6) VALUE ZERO.
              77 WS-FLAGGED-COUNT PIC 9(6) VALUE ZERO.
              77 WS-DORMANT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-NO-HISTORY-COUNT PIC 9(6) VALUE ZERO.
              77 WS-DORMANT-SUM-A PIC S9(11)V99 VALUE ZERO.
              77 WS-DORMANT-SUM-B PIC S9(11)V99 VALUE ZERO.
              77 WS-MODE-FLAG PIC X VALUE "S".
                  88 LIST-ONLY VALUE "L".
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-FILE VALUE "Y".
              77 WS-LST-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-ARCHIVE-LIST VALUE "Y".
              77 WS-MASTER-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-MASTER-FILE VALUE "Y".
              77 WS-TABLE-FULL-FLAG PIC X VALUE "N".
                  88 ACCT-TABLE-FULL VALUE "Y".
              77 WS-NEW-DORMANT-FLAG PIC X VALUE "N".
                  88 NEWLY-DORMANT VALUE "Y".
              01  WS-ACCT-TABLE.
                  05 WS-ACCT-ENTRY OCCURS 20000 TIMES.
                      10 DMT-ACCT PIC 9(6).
                      10 DMT-LAST-DATE PIC 9(8).
              01  WS-AUD-REC.
                  05 AUD-R-DATE PIC X(10).
                  05 FILLER PIC X.
                  05 AUD-R-TIME PIC X(8).
                  05 FILLER PIC X(2).
                  05 AUD-R-OPERATOR PIC X(20).
                  05 FILLER PIC X(2).
                  05 AUD-R-A PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-B PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-C PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-STATUS PIC X(9).
                  05 FILLER PIC X.
                  05 AUD-R-ACCT PIC X(6).
              01  WS-AUD-DATE-X.
                  05 AUD-D-YEAR PIC X(4).
                  05 AUD-D-MONTH PIC X(2).
                  05 AUD-D-DAY PIC X(2).
              01  WS-RUN-DATE-FIELDS.
                  05 RUN-YEAR PIC 9(4).
                  05 RUN-MONTH PIC 9(2).
                  05 RUN-DAY PIC 9(2).
              01  WS-CUTOFF-DATE.
                  05 CUT-YEAR PIC 9(4).
                  05 CUT-MONTH PIC 9(2).
                  05 CUT-DAY PIC 9(2).
              01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-CURRENT-DATE-FIELDS REDEFINES WS-CURRENT-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                  05 CD-DAY PIC 9(2).
                  05 CD-HOUR PIC 9(2).
                  05 CD-MINUTE PIC 9(2).
                  05 CD-SECOND PIC 9(2).
                  05 FILLER PIC X(9).
              01  WS-AUDIT-DETAIL.
                  05 AUD-TS-YEAR PIC 9999.
                  05 FILLER PIC X VALUE "-".
                  05 AUD-TS-MONTH PIC 99.
                  05 FILLER PIC X VALUE "-".
                  05 AUD-TS-DAY PIC 99.
                  05 FILLER PIC X VALUE " ".
                  05 AUD-TS-HOUR PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 AUD-TS-MINUTE PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 AUD-TS-SECOND PIC 99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-OPERATOR PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-A PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-B PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-C PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "DORMANT ACCOUNT LISTING         ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
                  05 FILLER PIC X(17) VALUE "  NO ACTIVITY SIN".
                  05 FILLER PIC X(4) VALUE "CE: ".
                  05 HDR-CUTOFF PIC 9(8).
                  05 FILLER PIC X(2) VALUE " (".
                  05 HDR-MONTHS PIC ZZ9.
                  05 FILLER PIC X(8) VALUE " MONTHS)".
              01  WS-HEADER-2.
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(22) VALUE "NAME".
                  05 FILLER PIC X(14) VALUE "LAST ACTIVITY ".
                  05 FILLER PIC X(14) VALUE "     BALANCE A".
                  05 FILLER PIC X(14) VALUE "     BALANCE B".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "NOTE".
              01  WS-DETAIL-LINE.
                  05 DTL-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-NAME PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-LAST-DATE PIC X(12).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BAL-A PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-BAL-B PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-NOTE PIC X(20).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(24) VALUE "FLAGGED DORMANT THIS RUN".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 TOT-FLAGGED PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(24) VALUE "TOTAL DORMANT ACCOUNTS".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 TOT-DORMANT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(13) VALUE "  BALANCE A: ".
                  05 TOT-SUM-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(13) VALUE "  BALANCE B: ".
                  05 TOT-SUM-B PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(24) VALUE "OPEN, NO HISTORY ON FILE".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 TOT-NO-HISTORY PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-4.
                  05 FILLER PIC X(24) VALUE "AUDIT FILES SCANNED".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 TOT-FILES PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
                  PERFORM SET-SWEEP-OPTIONS.
                  IF NOT LIST-ONLY
                      PERFORM CHECK-BATCH-IN-FLIGHT
                      PERFORM CHECK-RUN-LOCK
                  END-IF.
                  PERFORM COMPUTE-CUTOFF-DATE.
                  PERFORM LOAD-ACCOUNT-TABLE.
                  IF WS-ACCT-STATUS NOT = "00"
                      DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      IF ACCT-TABLE-FULL
                          DISPLAY "TOO MANY ACCOUNTS FOR ONE "
                              "SWEEP - RUN CANCELLED"
                          MOVE 8 TO WS-RETURN-CODE
                      ELSE
                          PERFORM SCAN-AUDIT-ARCHIVES
                          PERFORM SCAN-LIVE-AUDIT
                          PERFORM SWEEP-ACCOUNT-MASTER
                          IF WS-FLAGGED-COUNT > 0
                              MOVE 4 TO WS-RETURN-CODE
                          END-IF
                          DISPLAY WS-FLAGGED-COUNT " ACCOUNTS FLAGGED "
                              "DORMANT - SEE DORMANT.RPT"
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              SET-SWEEP-OPTIONS.
                  PERFORM READ-RUN-PARAMETERS.
                  ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                  UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                      INTO WS-CMD-WORD.
                  IF WS-CMD-WORD = "LIST"
                      SET LIST-ONLY TO TRUE
                  ELSE
                      IF WS-CMD-WORD NOT = SPACES
                          MOVE FUNCTION NUMVAL(WS-CMD-WORD)
                              TO WS-DORMANT-MONTHS
                      END-IF
                  END-IF.
                  IF WS-DORMANT-MONTHS = 0
                      MOVE 12 TO WS-DORMANT-MONTHS
                  END-IF.
              READ-RUN-PARAMETERS.
                  OPEN INPUT PARM-FILE.
                  IF WS-PARM-STATUS = "00"
                      READ PARM-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF PRM-DORMANT-MONTHS NUMERIC
                                  MOVE PRM-DORMANT-MONTHS
                                      TO WS-DORMANT-MONTHS
                              END-IF
                      END-READ
                      CLOSE PARM-FILE
                  END-IF.
              CHECK-BATCH-IN-FLIGHT.
                  OPEN INPUT CHECKPOINT-FILE.
                  IF WS-CKP-STATUS = "00"
                      READ CHECKPOINT-FILE
                          AT END CONTINUE
                      END-READ
                      IF CKP-IN-FLIGHT = "Y"
                              OR CKP-RECORDS-READ > 0
                          DISPLAY "BATCH RUN IN FLIGHT - "
                              "DORMANCY SWEEP REFUSED"
                          CLOSE CHECKPOINT-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE CHECKPOINT-FILE
                  END-IF.
              CHECK-RUN-LOCK.
                  OPEN INPUT LOCK-FILE.
                  IF WS-LCK-STATUS = "00"
                      READ LOCK-FILE
                          AT END CONTINUE
                      END-READ
                      IF LCK-HELD = "Y"
                          DISPLAY "RUN LOCK HELD BY " LCK-OPERATOR
                              " - DORMANCY SWEEP REFUSED"
                          CLOSE LOCK-FILE
                          PERFORM OPEN-AUDIT-FOR-APPEND
                          PERFORM FORMAT-AUDIT-TIMESTAMP
                          MOVE ZERO TO AUD-A
                          MOVE ZERO TO AUD-B
                          MOVE ZERO TO AUD-C
                          MOVE "LCK-REFUS" TO AUD-STATUS
                          MOVE "D" TO AUD-ACCT
                          CALL "AUDCHAIN" USING WS-CHAIN-APPEND
                              WS-AUDIT-DETAIL
                          WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
                          CLOSE AUDIT-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE LOCK-FILE
                  END-IF.
              COMPUTE-CUTOFF-DATE.
                  MOVE WS-RUN-DATE TO WS-RUN-DATE-FIELDS.
                  COMPUTE WS-MONTH-NUMBER = RUN-YEAR * 12
                      + RUN-MONTH - 1 - WS-DORMANT-MONTHS.
                  DIVIDE WS-MONTH-NUMBER BY 12 GIVING CUT-YEAR
                      REMAINDER CUT-MONTH.
                  ADD 1 TO CUT-MONTH.
                  MOVE RUN-DAY TO CUT-DAY.
                  PERFORM UNTIL CUT-DAY < 29
                          OR FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-NUM)
                              = 0
                      SUBTRACT 1 FROM CUT-DAY
                  END-PERFORM.
              LOAD-ACCOUNT-TABLE.
                  MOVE ZERO TO WS-ACCT-COUNT.
                  OPEN INPUT ACCOUNT-MASTER.
                  IF WS-ACCT-STATUS = "00"
                      PERFORM POSITION-ACCOUNT-MASTER
                      PERFORM UNTIL END-OF-MASTER-FILE
                          READ ACCOUNT-MASTER NEXT
                              AT END
                                  SET END-OF-MASTER-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-ACCOUNT-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE ACCOUNT-MASTER
                      MOVE "00" TO WS-ACCT-STATUS
                  END-IF.
              POSITION-ACCOUNT-MASTER.
                  MOVE "N" TO WS-MASTER-EOF-FLAG.
                  MOVE ZERO TO ACCT-NUMBER.
                  START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
                      INVALID KEY
                          SET END-OF-MASTER-FILE TO TRUE
                  END-START.
              ADD-ACCOUNT-TO-TABLE.
                  IF WS-ACCT-COUNT < 20000
                      ADD 1 TO WS-ACCT-COUNT
                      MOVE ACCT-NUMBER TO DMT-ACCT(WS-ACCT-COUNT)
                      MOVE ZERO TO DMT-LAST-DATE(WS-ACCT-COUNT)
                  ELSE
                      SET ACCT-TABLE-FULL TO TRUE
                      SET END-OF-MASTER-FILE TO TRUE
                  END-IF.
              SCAN-AUDIT-ARCHIVES.
                  OPEN INPUT ARCHIVE-LIST-FILE.
                  IF WS-LST-STATUS = "00"
                      PERFORM UNTIL END-OF-ARCHIVE-LIST
                          READ ARCHIVE-LIST-FILE
                              AT END
                                  SET END-OF-ARCHIVE-LIST TO TRUE
                              NOT AT END
                                  PERFORM SCAN-ONE-ARCHIVE
                          END-READ
                      END-PERFORM
                      CLOSE ARCHIVE-LIST-FILE
                  END-IF.
              SCAN-ONE-ARCHIVE.
                  MOVE ARCHIVE-LIST-RECORD TO WS-ARCHIVE-NAME.
                  MOVE "N" TO WS-EOF-FLAG.
                  OPEN INPUT ARCHIVE-FILE.
                  IF WS-ARCH-STATUS NOT = "00"
                      DISPLAY "ARCHIVE " WS-ARCHIVE-NAME
                          " NOT FOUND - SKIPPED"
                  ELSE
                      ADD 1 TO WS-FILES-SCANNED
                      PERFORM UNTIL END-OF-AUDIT-FILE
                          READ ARCHIVE-FILE
                              AT END
                                  SET END-OF-AUDIT-FILE TO TRUE
                              NOT AT END
                                  MOVE ARCHIVE-LINE TO WS-AUD-REC
                                  PERFORM NOTE-ACCOUNT-ACTIVITY
                          END-READ
                      END-PERFORM
                      CLOSE ARCHIVE-FILE
                  END-IF.
              SCAN-LIVE-AUDIT.
                  MOVE "N" TO WS-EOF-FLAG.
                  OPEN INPUT AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "00"
                      ADD 1 TO WS-FILES-SCANNED
                      PERFORM UNTIL END-OF-AUDIT-FILE
                          READ AUDIT-FILE
                              AT END
                                  SET END-OF-AUDIT-FILE TO TRUE
                              NOT AT END
                                  MOVE AUDIT-LINE TO WS-AUD-REC
                                  PERFORM NOTE-ACCOUNT-ACTIVITY
                          END-READ
                      END-PERFORM
                      CLOSE AUDIT-FILE
                  END-IF.
              NOTE-ACCOUNT-ACTIVITY.
                  IF AUD-R-ACCT NUMERIC
                          AND (AUD-R-STATUS = "POSTED"
                              OR AUD-R-STATUS = "XFER-DR"
                              OR AUD-R-STATUS = "XFER-CR"
                              OR AUD-R-STATUS = "MAINT-ADD"
                              OR AUD-R-STATUS = "DORM-REAC")
                      MOVE AUD-R-DATE(1:4) TO AUD-D-YEAR
                      MOVE AUD-R-DATE(6:2) TO AUD-D-MONTH
                      MOVE AUD-R-DATE(9:2) TO AUD-D-DAY
                      IF WS-AUD-DATE-X NUMERIC
                          MOVE WS-AUD-DATE-X TO WS-ACT-DATE
                          MOVE AUD-R-ACCT TO WS-SEARCH-ACCT
                          PERFORM FIND-ACCOUNT-ENTRY
                          IF WS-FOUND-IDX > 0
                              ADD 1 TO WS-ACT-COUNT
                              IF WS-ACT-DATE
                                      > DMT-LAST-DATE(WS-FOUND-IDX)
                                  MOVE WS-ACT-DATE
                                      TO DMT-LAST-DATE(WS-FOUND-IDX)
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
              FIND-ACCOUNT-ENTRY.
                  MOVE ZERO TO WS-FOUND-IDX.
                  MOVE 1 TO WS-LOW-IDX.
                  MOVE WS-ACCT-COUNT TO WS-HIGH-IDX.
                  PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
                          OR WS-FOUND-IDX > 0
                      COMPUTE WS-MID-IDX
                          = (WS-LOW-IDX + WS-HIGH-IDX) / 2
                      EVALUATE TRUE
                          WHEN DMT-ACCT(WS-MID-IDX) = WS-SEARCH-ACCT
                              MOVE WS-MID-IDX TO WS-FOUND-IDX
                          WHEN DMT-ACCT(WS-MID-IDX) < WS-SEARCH-ACCT
                              COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
                          WHEN OTHER
                              IF WS-MID-IDX = 1
                                  MOVE ZERO TO WS-HIGH-IDX
                              ELSE
                                  COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
                              END-IF
                      END-EVALUATE
                  END-PERFORM.
              SWEEP-ACCOUNT-MASTER.
                  IF LIST-ONLY
                      OPEN INPUT ACCOUNT-MASTER
                  ELSE
                      OPEN I-O ACCOUNT-MASTER
                      PERFORM OPEN-AUDIT-FOR-APPEND
                  END-IF.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  MOVE WS-CUTOFF-NUM TO HDR-CUTOFF.
                  MOVE WS-DORMANT-MONTHS TO HDR-MONTHS.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  PERFORM POSITION-ACCOUNT-MASTER.
                  PERFORM UNTIL END-OF-MASTER-FILE
                      READ ACCOUNT-MASTER NEXT
                          AT END
                              SET END-OF-MASTER-FILE TO TRUE
                          NOT AT END
                              PERFORM REVIEW-ACCOUNT-ACTIVITY
                      END-READ
                  END-PERFORM.
                  PERFORM WRITE-DORMANT-TOTALS.
                  CLOSE REPORT-FILE.
                  IF NOT LIST-ONLY
                      CLOSE AUDIT-FILE
                  END-IF.
                  CLOSE ACCOUNT-MASTER.
              REVIEW-ACCOUNT-ACTIVITY.
                  MOVE ACCT-NUMBER TO WS-SEARCH-ACCT.
                  PERFORM FIND-ACCOUNT-ENTRY.
                  MOVE "N" TO WS-NEW-DORMANT-FLAG.
                  MOVE SPACES TO DTL-NOTE.
                  IF WS-FOUND-IDX = 0
                      MOVE ZERO TO WS-ACT-DATE
                  ELSE
                      MOVE DMT-LAST-DATE(WS-FOUND-IDX) TO WS-ACT-DATE
                  END-IF.
                  IF ACCOUNT-OPEN OR ACCT-STATUS = SPACE
                      IF WS-ACT-DATE = 0
                          ADD 1 TO WS-NO-HISTORY-COUNT
                          MOVE "NO HISTORY ON FILE" TO DTL-NOTE
                          PERFORM WRITE-DORMANT-DETAIL
                      ELSE
                          IF WS-ACT-DATE < WS-CUTOFF-NUM
                              IF LIST-ONLY
                                  MOVE "DUE FOR DORMANCY" TO DTL-NOTE
                                  PERFORM WRITE-DORMANT-DETAIL
                              ELSE
                                  PERFORM FLAG-ACCOUNT-DORMANT
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
                  IF ACCOUNT-DORMANT
                      ADD 1 TO WS-DORMANT-COUNT
                      ADD ACCT-BALANCE-A TO WS-DORMANT-SUM-A
                      ADD ACCT-BALANCE-B TO WS-DORMANT-SUM-B
                      IF NEWLY-DORMANT
                          MOVE "FLAGGED THIS RUN" TO DTL-NOTE
                      END-IF
                      PERFORM WRITE-DORMANT-DETAIL
                  END-IF.
              FLAG-ACCOUNT-DORMANT.
                  MOVE "D" TO ACCT-STATUS.
                  REWRITE ACCOUNT-RECORD
                      INVALID KEY
                          MOVE "O" TO ACCT-STATUS
                          DISPLAY "ACCOUNT " ACCT-NUMBER
                              " COULD NOT BE FLAGGED - STATUS "
                              WS-ACCT-STATUS
                      NOT INVALID KEY
                          SET NEWLY-DORMANT TO TRUE
                          ADD 1 TO WS-FLAGGED-COUNT
                          PERFORM FORMAT-AUDIT-TIMESTAMP
                          MOVE ACCT-BALANCE-A TO AUD-A
                          MOVE ACCT-BALANCE-B TO AUD-B
                          MOVE ZERO TO AUD-C
                          MOVE "DORM-SET" TO AUD-STATUS
                          MOVE ACCT-NUMBER TO AUD-ACCT
                          CALL "AUDCHAIN" USING WS-CHAIN-APPEND
                              WS-AUDIT-DETAIL
                          WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
                  END-REWRITE.
              WRITE-DORMANT-DETAIL.
                  MOVE ACCT-NUMBER TO DTL-ACCT.
                  MOVE ACCT-NAME TO DTL-NAME.
                  IF WS-ACT-DATE = 0
                      MOVE "NONE ON FILE" TO DTL-LAST-DATE
                  ELSE
                      MOVE WS-ACT-DATE TO DTL-LAST-DATE
                  END-IF.
                  MOVE ACCT-BALANCE-A TO DTL-BAL-A.
                  MOVE ACCT-BALANCE-B TO DTL-BAL-B.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              WRITE-DORMANT-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-FLAGGED-COUNT TO TOT-FLAGGED.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE WS-DORMANT-COUNT TO TOT-DORMANT.
                  MOVE WS-DORMANT-SUM-A TO TOT-SUM-A.
                  MOVE WS-DORMANT-SUM-B TO TOT-SUM-B.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  MOVE WS-NO-HISTORY-COUNT TO TOT-NO-HISTORY.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
                  MOVE WS-FILES-SCANNED TO TOT-FILES.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
              OPEN-AUDIT-FOR-APPEND.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
