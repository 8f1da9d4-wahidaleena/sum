       IDENTIFICATION DIVISION.
              PROGRAM-ID. YEAREND.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS WS-ACCT-STATUS.
                  SELECT FROZEN-FILE
                      ASSIGN TO DYNAMIC WS-FROZEN-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FRZ-STATUS.
                  SELECT PRIOR-FROZEN-FILE
                      ASSIGN TO DYNAMIC WS-PRIOR-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PFZ-STATUS.
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
                  SELECT HISTORY-FILE ASSIGN TO "ADDITION.HIS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HIS-STATUS.
                  SELECT HISTORY-ARCHIVE
                      ASSIGN TO DYNAMIC WS-HIS-ARCHIVE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HSA-STATUS.
                  SELECT KEEP-FILE ASSIGN TO "YEAREND.TMP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-KEEP-STATUS.
                  SELECT CONTROL-FILE ASSIGN TO "TRIALBAL.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CTL-STATUS.
                  SELECT YEAREND-FILE ASSIGN TO "YEAREND.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-YEC-STATUS.
                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "YEAREND.RPT"
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
                  05 ACCT-CURRENCY PIC X(3).
              FD  FROZEN-FILE.
              01  FROZEN-RECORD.
                  05 FRZ-ACCT-NUMBER PIC 9(6).
                  05 FRZ-BALANCE-A PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FRZ-BALANCE-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FRZ-NAME PIC X(20).
                  05 FRZ-STATUS PIC X.
                  05 FRZ-CURRENCY PIC X(3).
              FD  PRIOR-FROZEN-FILE.
              01  PRIOR-FROZEN-RECORD.
                  05 PFZ-ACCT-NUMBER PIC 9(6).
                  05 PFZ-BALANCE-A PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 PFZ-BALANCE-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 PFZ-NAME PIC X(20).
                  05 PFZ-STATUS PIC X.
                  05 PFZ-CURRENCY PIC X(3).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  ARCHIVE-LIST-FILE.
              01  ARCHIVE-LIST-RECORD PIC X(16).
              FD  ARCHIVE-FILE.
              01  ARCHIVE-LINE PIC X(118).
              FD  HISTORY-FILE.
              01  HISTORY-RECORD.
                  05 HIS-RUN-DATE PIC 9(8).
                  05 FILLER PIC X(90).
                  05 HIS-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X(61).
                  05 HIS-BATCH-DATE PIC X(8).
              FD  HISTORY-ARCHIVE.
              01  HISTORY-ARCHIVE-RECORD PIC X(173).
              FD  KEEP-FILE.
              01  KEEP-RECORD PIC X(173).
              FD  CONTROL-FILE.
              01  CONTROL-RECORD.
                  05 CTL-PRIOR-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 CTL-PRIOR-TOTAL-A PIC S9(13)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 CTL-PRIOR-TOTAL-B PIC S9(13)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 CTL-PRIOR-COUNT PIC 9(6).
                  05 FILLER PIC X.
                  05 CTL-PRIOR-TIME PIC 9(6).
              FD  YEAREND-FILE.
              01  YEAREND-RECORD PIC X(66).
              FD  PARM-FILE.
              01  PARM-RECORD.
                  05 FILLER PIC X(39).
                  05 PRM-BASE-CURRENCY PIC X(3).
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
                      88 OPERATOR-IS-APPROVER VALUE "Y".
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(140).
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
              77 WS-FRZ-STATUS PIC XX VALUE SPACES.
              77 WS-PFZ-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-LST-STATUS PIC XX VALUE SPACES.
              77 WS-ARCH-STATUS PIC XX VALUE SPACES.
              77 WS-HIS-STATUS PIC XX VALUE SPACES.
              77 WS-HSA-STATUS PIC XX VALUE SPACES.
              77 WS-KEEP-STATUS PIC XX VALUE SPACES.
              77 WS-CTL-STATUS PIC XX VALUE SPACES.
              77 WS-YEC-STATUS PIC XX VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-ARCHIVE-NAME PIC X(16) VALUE SPACES.
              77 WS-FROZEN-NAME PIC X(16) VALUE SPACES.
              77 WS-PRIOR-NAME PIC X(16) VALUE SPACES.
              77 WS-HIS-ARCHIVE-NAME PIC X(17) VALUE SPACES.
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-ACCT-CCY PIC X(3) VALUE SPACES.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RUN-YEAR PIC 9(4) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE SPACE.
              77 WS-SEL-YEAR PIC X(4) VALUE SPACES.
              77 WS-CLOSE-YEAR PIC 9(4) VALUE ZERO.
              77 WS-AUD-YEAR PIC 9(4) VALUE ZERO.
              77 WS-ATTR-YEAR PIC 9(4) VALUE ZERO.
              77 WS-LATE-WINDOW-YEAR PIC 9(4) VALUE ZERO.
              77 WS-BATCH-WINDOW-YEAR PIC 9(4) VALUE ZERO.
              77 WS-HIS-YEAR PIC 9(4) VALUE ZERO.
              77 WS-AUD-C-VALUE PIC S9(7)V99 VALUE ZERO.
              77 WS-AUTH-NEED PIC X VALUE SPACE.
                  88 NEED-CLOSE-MODE VALUE "E".
                  88 NEED-SUPERVISOR VALUE "S".
              77 WS-MODE-HITS PIC 9(4) VALUE ZERO.
              77 WS-YEAR-COUNT PIC 9(3) VALUE ZERO.
              77 WS-YEAR-IDX PIC 9(3) VALUE ZERO.
              77 WS-FOUND-YEAR-IDX PIC 9(3) VALUE ZERO.
              77 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
              77 WS-LOW-IDX PIC 9(5) VALUE ZERO.
              77 WS-HIGH-IDX PIC 9(5) VALUE ZERO.
              77 WS-MID-IDX PIC 9(5) VALUE ZERO.
              77 WS-FOUND-IDX PIC 9(5) VALUE ZERO.
              77 WS-SEARCH-ACCT PIC 9(6) VALUE ZERO.
              77 WS-LATE-BATCH-COUNT PIC 9(3) VALUE ZERO.
              77 WS-LATE-BATCH-IDX PIC 9(3) VALUE ZERO.
              77 WS-CCY-COUNT PIC 9(2) VALUE ZERO.
              77 WS-CCY-IDX PIC 9(2) VALUE ZERO.
              77 WS-CCY-SCAN PIC 9(2) VALUE ZERO.
              77 WS-FILES-SCANNED PIC 9(4) VALUE ZERO.
              77 WS-FROZEN-COUNT PIC 9(6) VALUE ZERO.
              77 WS-NEW-ACCT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-HIS-MOVED-COUNT PIC 9(6) VALUE ZERO.
              77 WS-HIS-KEPT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-LATE-MAINT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-FROZEN-TOTAL-A PIC S9(13)V99 VALUE ZERO.
              77 WS-FROZEN-TOTAL-B PIC S9(13)V99 VALUE ZERO.
              77 WS-CLOSING-A PIC S9(11)V99 VALUE ZERO.
              77 WS-OPENING-A PIC S9(11)V99 VALUE ZERO.
              77 WS-YEAR-MOVES PIC S9(11)V99 VALUE ZERO.
              77 WS-OTHER-ADJ PIC S9(11)V99 VALUE ZERO.
              77 WS-DONE-FLAG PIC X VALUE "N".
                  88 MAINTENANCE-DONE VALUE "Y".
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-YEC-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-YEAREND-FILE VALUE "Y".
              77 WS-YEAR-OK-FLAG PIC X VALUE "N".
                  88 YEAR-ACTION-ALLOWED VALUE "Y".
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-FILE VALUE "Y".
              77 WS-LST-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-ARCHIVE-LIST VALUE "Y".
              77 WS-MASTER-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-MASTER-FILE VALUE "Y".
              77 WS-PFZ-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PRIOR-COPY VALUE "Y".
              77 WS-HIS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-HISTORY-FILE VALUE "Y".
              77 WS-KEEP-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-KEEP-FILE VALUE "Y".
              77 WS-TABLE-FULL-FLAG PIC X VALUE "N".
                  88 ACCT-TABLE-FULL VALUE "Y".
              77 WS-CCY-FULL-FLAG PIC X VALUE "N".
                  88 CCY-TABLE-FULL VALUE "Y".
              77 WS-PRIOR-COPY-FLAG PIC X VALUE "N".
                  88 PRIOR-COPY-FOUND VALUE "Y".
              77 WS-LATE-BATCH-FLAG PIC X VALUE "N".
                  88 LATE-BATCH-RUN VALUE "Y".
              01  WS-YEAR-TABLE.
                  05 WS-YEAR-ENTRY OCCURS 100 TIMES.
                      10 YRT-REC PIC X(66).
              01  WS-YEC-REC.
                  05 YR-YEAR PIC X(4).
                  05 FILLER PIC X.
                  05 YR-STATUS PIC X.
                      88 YR-CLOSED VALUE "C".
                      88 YR-REOPENED VALUE "O".
                  05 FILLER PIC X.
                  05 YR-CLOSE-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 YR-CLOSE-BY PIC X(20).
                  05 FILLER PIC X.
                  05 YR-REOPEN-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 YR-REOPEN-BY PIC X(20).
              01  WS-ACCT-TABLE.
                  05 WS-ACCT-ENTRY OCCURS 20000 TIMES.
                      10 YET-ACCT PIC 9(6).
                      10 YET-ADDED-LATER PIC X.
                      10 YET-PRIOR PIC X.
                      10 YET-OPENING PIC S9(11)V99.
                      10 YET-DEBITS PIC S9(11)V99.
                      10 YET-CREDITS PIC S9(11)V99.
                      10 YET-CHARGES PIC S9(11)V99.
                      10 YET-INTEREST PIC S9(11)V99.
                      10 YET-LATER PIC S9(11)V99.
              01  WS-LATE-BATCH-TABLE.
                  05 LBT-BATCH PIC X(6) OCCURS 200 TIMES.
              01  WS-CCY-TABLE.
                  05 WS-CCY-ENTRY OCCURS 20 TIMES.
                      10 CYT-CODE PIC X(3).
                      10 CYT-ACCOUNTS PIC 9(6).
                      10 CYT-OPENING PIC S9(13)V99.
                      10 CYT-DEBITS PIC S9(13)V99.
                      10 CYT-CREDITS PIC S9(13)V99.
                      10 CYT-CHARGES PIC S9(13)V99.
                      10 CYT-INTEREST PIC S9(13)V99.
                      10 CYT-OTHER PIC S9(13)V99.
                      10 CYT-CLOSING PIC S9(13)V99.
              01  WS-FROZEN-NAME-PARTS.
                  05 FILLER PIC X(7) VALUE "ACCTYE.".
                  05 FZN-YEAR PIC 9(4).
              01  WS-HIS-ARCHIVE-PARTS.
                  05 FILLER PIC X(13) VALUE "ADDITION.HIS.".
                  05 HSN-YEAR PIC 9(4).
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
                  05 FILLER PIC X(30)
                      VALUE "ANNUAL ACCOUNT SUMMARY - YEAR ".
                  05 HDR-YEAR PIC 9(4).
                  05 FILLER PIC X(14) VALUE "    RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(31)
                      VALUE "OPENING BALANCES FROM YEAR-END ".
                  05 FILLER PIC X(6) VALUE "COPY: ".
                  05 HDR-PRIOR-NAME PIC X(16).
              01  WS-HEADER-2-DERIVED.
                  05 FILLER PIC X(34)
                      VALUE "OPENING BALANCES DERIVED FROM YEAR".
                  05 FILLER PIC X(34)
                      VALUE " POSTINGS - NO PRIOR YEAR-END COPY".
              01  WS-HEADER-3.
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(21) VALUE "NAME".
                  05 FILLER PIC X(3) VALUE "CCY".
                  05 FILLER PIC X(15) VALUE "        OPENING".
                  05 FILLER PIC X(15) VALUE "         DEBITS".
                  05 FILLER PIC X(15) VALUE "        CREDITS".
                  05 FILLER PIC X(15) VALUE "        CHARGES".
                  05 FILLER PIC X(15) VALUE "       INTEREST".
                  05 FILLER PIC X(15) VALUE "      OTHER ADJ".
                  05 FILLER PIC X(15) VALUE "        CLOSING".
              01  WS-DETAIL-LINE.
                  05 DTL-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-NAME PIC X(20).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-CCY PIC X(3).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-OPENING PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-DEBITS PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-CREDITS PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-CHARGES PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-INTEREST PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-OTHER PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-CLOSING PIC -ZZ,ZZZ,ZZ9.99.
              01  WS-CCY-TOTAL-LINE.
                  05 FILLER PIC X(8) VALUE "TOTAL".
                  05 CTT-ACCOUNTS PIC ZZZ,ZZ9.
                  05 FILLER PIC X(14) VALUE " ACCOUNTS".
                  05 CTT-CCY PIC X(3).
                  05 CTT-OPENING PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-DEBITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-CREDITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-CHARGES PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-INTEREST PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-OTHER PIC -ZZZ,ZZZ,ZZ9.99.
                  05 CTT-CLOSING PIC -ZZZ,ZZZ,ZZ9.99.
              01  WS-COUNT-LINE.
                  05 CNT-LABEL PIC X(44).
                  05 FILLER PIC X(2) VALUE ": ".
                  05 CNT-VALUE PIC ZZZ,ZZ9.
              01  WS-PROOF-RESET-LINE.
                  05 FILLER PIC X(44)
                      VALUE "TRIAL BALANCE PROOF OPENING POSITION".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 PRL-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE "  A: ".
                  05 PRL-TOTAL-A PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(5) VALUE "  B: ".
                  05 PRL-TOTAL-B PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR.
                  PERFORM CHECK-BATCH-IN-FLIGHT.
                  PERFORM CHECK-RUN-LOCK.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  PERFORM LOAD-YEAR-TABLE.
                  PERFORM UNTIL MAINTENANCE-DONE
                      PERFORM SELECT-YEAR-ACTION
                  END-PERFORM.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              CHECK-BATCH-IN-FLIGHT.
                  OPEN INPUT CHECKPOINT-FILE.
                  IF WS-CKP-STATUS = "00"
                      READ CHECKPOINT-FILE
                          AT END CONTINUE
                      END-READ
                      IF CKP-IN-FLIGHT = "Y"
                              OR CKP-RECORDS-READ > 0
                          DISPLAY "BATCH RUN IN FLIGHT - "
                              "YEAR-END PROCESSING REFUSED"
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
                              " - YEAR-END PROCESSING REFUSED"
                          CLOSE LOCK-FILE
                          MOVE "LCK-REFUS" TO AUD-STATUS
                          PERFORM WRITE-CONTROL-AUDIT
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE LOCK-FILE
                  END-IF.
              READ-CURRENCY-PARAMETERS.
                  OPEN INPUT PARM-FILE.
                  IF WS-PARM-STATUS = "00"
                      READ PARM-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF PRM-BASE-CURRENCY NOT = SPACES
                                  MOVE PRM-BASE-CURRENCY
                                      TO WS-BASE-CURRENCY
                              END-IF
                      END-READ
                      CLOSE PARM-FILE
                  END-IF.
              LOAD-YEAR-TABLE.
                  MOVE ZERO TO WS-YEAR-COUNT.
                  MOVE "N" TO WS-YEC-EOF-FLAG.
                  OPEN INPUT YEAREND-FILE.
                  IF WS-YEC-STATUS = "00"
                      PERFORM UNTIL END-OF-YEAREND-FILE
                          READ YEAREND-FILE
                              AT END
                                  SET END-OF-YEAREND-FILE TO TRUE
                              NOT AT END
                                  IF WS-YEAR-COUNT < 100
                                      ADD 1 TO WS-YEAR-COUNT
                                      MOVE YEAREND-RECORD
                                          TO YRT-REC(WS-YEAR-COUNT)
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE YEAREND-FILE
                  END-IF.
              SELECT-YEAR-ACTION.
                  DISPLAY "CLOSE YEAR, REOPEN YEAR, LIST YEARS, "
                      "OR QUIT (C/R/L/Q)?".
                  ACCEPT WS-ACTION.
                  EVALUATE WS-ACTION
                      WHEN "C"
                      WHEN "c"
                          SET NEED-CLOSE-MODE TO TRUE
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM CLOSE-YEAR
                          END-IF
                      WHEN "R"
                      WHEN "r"
                          SET NEED-SUPERVISOR TO TRUE
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM REOPEN-YEAR
                          END-IF
                      WHEN "L"
                      WHEN "l"
                          PERFORM LIST-YEARS
                      WHEN "Q"
                      WHEN "q"
                          SET MAINTENANCE-DONE TO TRUE
                      WHEN OTHER
                          DISPLAY "INVALID ACTION"
                  END-EVALUATE.
              LIST-YEARS.
                  IF WS-YEAR-COUNT = 0
                      DISPLAY "NO YEARS CLOSED"
                  END-IF.
                  PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                          UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                      MOVE YRT-REC(WS-YEAR-IDX) TO WS-YEC-REC
                      IF YR-REOPENED
                          DISPLAY "YEAR " YR-YEAR " REOPENED "
                              YR-REOPEN-DATE " BY " YR-REOPEN-BY
                      ELSE
                          DISPLAY "YEAR " YR-YEAR " CLOSED   "
                              YR-CLOSE-DATE " BY " YR-CLOSE-BY
                      END-IF
                  END-PERFORM.
              FIND-YEAR-ENTRY.
                  MOVE ZERO TO WS-FOUND-YEAR-IDX.
                  PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                          UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                      IF YRT-REC(WS-YEAR-IDX)(1:4) = WS-SEL-YEAR
                          MOVE WS-YEAR-IDX TO WS-FOUND-YEAR-IDX
                      END-IF
                  END-PERFORM.
              ACCEPT-YEAR.
                  MOVE "N" TO WS-YEAR-OK-FLAG.
                  DISPLAY "ENTER YEAR (YYYY)".
                  ACCEPT WS-SEL-YEAR.
                  IF WS-SEL-YEAR NOT NUMERIC
                      DISPLAY "YEAR MUST BE FOUR DIGITS"
                  ELSE
                      MOVE WS-SEL-YEAR TO WS-CLOSE-YEAR
                      SET YEAR-ACTION-ALLOWED TO TRUE
                      PERFORM FIND-YEAR-ENTRY
                  END-IF.
              CLOSE-YEAR.
                  PERFORM ACCEPT-YEAR.
                  IF YEAR-ACTION-ALLOWED
                      PERFORM VALIDATE-CLOSE-YEAR
                  END-IF.
                  IF YEAR-ACTION-ALLOWED
                      DISPLAY "CLOSE YEAR " WS-CLOSE-YEAR
                          " - FREEZE BALANCES, ARCHIVE RUN HISTORY "
                          "AND RESET TRIAL BALANCE PROOF? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          PERFORM RUN-YEAR-END-CLOSE
                      ELSE
                          DISPLAY "YEAR-END CLOSE ABANDONED"
                      END-IF
                  END-IF.
              VALIDATE-CLOSE-YEAR.
                  IF WS-CLOSE-YEAR NOT < WS-RUN-YEAR
                      DISPLAY "YEAR " WS-CLOSE-YEAR
                          " HAS NOT ENDED - CLOSE REFUSED"
                      MOVE "N" TO WS-YEAR-OK-FLAG
                  END-IF.
                  PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                          UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                          OR NOT YEAR-ACTION-ALLOWED
                      MOVE YRT-REC(WS-YEAR-IDX) TO WS-YEC-REC
                      EVALUATE TRUE
                          WHEN YR-YEAR = WS-SEL-YEAR AND YR-CLOSED
                              DISPLAY "YEAR " YR-YEAR
                                  " ALREADY CLOSED"
                              MOVE "N" TO WS-YEAR-OK-FLAG
                          WHEN YR-YEAR > WS-SEL-YEAR
                              DISPLAY "LATER YEAR " YR-YEAR
                                  " ALREADY CLOSED - CLOSE REFUSED"
                              MOVE "N" TO WS-YEAR-OK-FLAG
                          WHEN YR-YEAR NOT = WS-SEL-YEAR
                                  AND YR-REOPENED
                              DISPLAY "YEAR " YR-YEAR
                                  " IS REOPENED - CLOSE IT FIRST"
                              MOVE "N" TO WS-YEAR-OK-FLAG
                      END-EVALUATE
                  END-PERFORM.
                  IF YEAR-ACTION-ALLOWED AND WS-FOUND-YEAR-IDX = 0
                          AND WS-YEAR-COUNT >= 100
                      DISPLAY "YEAR-END CONTROL FILE FULL - "
                          "CLOSE REFUSED"
                      MOVE "N" TO WS-YEAR-OK-FLAG
                  END-IF.
              RUN-YEAR-END-CLOSE.
                  PERFORM LOAD-ACCOUNT-TABLE.
                  IF WS-ACCT-STATUS NOT = "00"
                      DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      IF ACCT-TABLE-FULL
                          DISPLAY "TOO MANY ACCOUNTS FOR ONE "
                              "CLOSE - YEAR-END CANCELLED"
                          MOVE 8 TO WS-RETURN-CODE
                      ELSE
                          PERFORM LOAD-PRIOR-COPY
                          MOVE ZERO TO WS-LATE-BATCH-COUNT
                          MOVE ZERO TO WS-LATE-WINDOW-YEAR
                          MOVE ZERO TO WS-BATCH-WINDOW-YEAR
                          MOVE ZERO TO WS-FILES-SCANNED
                          MOVE ZERO TO WS-LATE-MAINT-COUNT
                          PERFORM SCAN-AUDIT-ARCHIVES
                          PERFORM SCAN-LIVE-AUDIT
                          PERFORM WRITE-YEAR-END-COPY
                          PERFORM ROLL-RUN-HISTORY
                          PERFORM RESET-PROOF-CONTROL
                          PERFORM WRITE-CLOSE-TOTALS
                          CLOSE REPORT-FILE
                          PERFORM RECORD-YEAR-CLOSED
                          DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED - "
                              WS-FROZEN-COUNT " ACCOUNTS FROZEN TO "
                              WS-FROZEN-NAME
                          DISPLAY "SEE YEAREND.RPT"
                          IF WS-LATE-MAINT-COUNT > 0
                              DISPLAY WS-LATE-MAINT-COUNT
                                  " BALANCE CHANGES AFTER YEAR END "
                                  "NOT BACKED OUT - SEE YEAREND.RPT"
                              IF WS-RETURN-CODE < 4
                                  MOVE 4 TO WS-RETURN-CODE
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
              LOAD-ACCOUNT-TABLE.
                  MOVE ZERO TO WS-ACCT-COUNT.
                  MOVE "N" TO WS-TABLE-FULL-FLAG.
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
                      MOVE ACCT-NUMBER TO YET-ACCT(WS-ACCT-COUNT)
                      MOVE "N" TO YET-ADDED-LATER(WS-ACCT-COUNT)
                      MOVE "N" TO YET-PRIOR(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-OPENING(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-DEBITS(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-CREDITS(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-CHARGES(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-INTEREST(WS-ACCT-COUNT)
                      MOVE ZERO TO YET-LATER(WS-ACCT-COUNT)
                  ELSE
                      SET ACCT-TABLE-FULL TO TRUE
                      SET END-OF-MASTER-FILE TO TRUE
                  END-IF.
              LOAD-PRIOR-COPY.
                  MOVE "N" TO WS-PRIOR-COPY-FLAG.
                  MOVE "N" TO WS-PFZ-EOF-FLAG.
                  COMPUTE FZN-YEAR = WS-CLOSE-YEAR - 1.
                  MOVE WS-FROZEN-NAME-PARTS TO WS-PRIOR-NAME.
                  OPEN INPUT PRIOR-FROZEN-FILE.
                  IF WS-PFZ-STATUS = "00"
                      SET PRIOR-COPY-FOUND TO TRUE
                      PERFORM UNTIL END-OF-PRIOR-COPY
                          READ PRIOR-FROZEN-FILE
                              AT END
                                  SET END-OF-PRIOR-COPY TO TRUE
                              NOT AT END
                                  PERFORM NOTE-PRIOR-BALANCE
                          END-READ
                      END-PERFORM
                      CLOSE PRIOR-FROZEN-FILE
                  END-IF.
                  MOVE WS-CLOSE-YEAR TO FZN-YEAR.
                  MOVE WS-FROZEN-NAME-PARTS TO WS-FROZEN-NAME.
              NOTE-PRIOR-BALANCE.
                  IF PFZ-ACCT-NUMBER NUMERIC
                      MOVE PFZ-ACCT-NUMBER TO WS-SEARCH-ACCT
                      PERFORM FIND-ACCOUNT-ENTRY
                      IF WS-FOUND-IDX > 0
                          MOVE "Y" TO YET-PRIOR(WS-FOUND-IDX)
                          MOVE PFZ-BALANCE-A
                              TO YET-OPENING(WS-FOUND-IDX)
                      END-IF
                  END-IF.
              SCAN-AUDIT-ARCHIVES.
                  MOVE "N" TO WS-LST-EOF-FLAG.
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
                                  PERFORM TALLY-AUDIT-LINE
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
                                  PERFORM TALLY-AUDIT-LINE
                          END-READ
                      END-PERFORM
                      CLOSE AUDIT-FILE
                  END-IF.
              TALLY-AUDIT-LINE.
                  IF AUD-R-DATE(1:4) NUMERIC
                      MOVE AUD-R-DATE(1:4) TO WS-AUD-YEAR
                  ELSE
                      MOVE ZERO TO WS-AUD-YEAR
                  END-IF.
                  EVALUATE AUD-R-STATUS
                      WHEN "YR-LATE"
                          MOVE FUNCTION NUMVAL(AUD-R-A)
                              TO WS-LATE-WINDOW-YEAR
                          IF WS-LATE-WINDOW-YEAR = WS-CLOSE-YEAR
                              PERFORM NOTE-LATE-BATCH
                          END-IF
                      WHEN "YR-LATEND"
                          MOVE ZERO TO WS-LATE-WINDOW-YEAR
                      WHEN "BATCH-BEG"
                          MOVE FUNCTION NUMVAL(AUD-R-A)
                              TO WS-BATCH-WINDOW-YEAR
                      WHEN "BATCH-END"
                          MOVE ZERO TO WS-BATCH-WINDOW-YEAR
                      WHEN "POSTED"
                      WHEN "SYS-POST"
                      WHEN "XFER-DR"
                      WHEN "XFER-CR"
                      WHEN "REVERSAL"
                          PERFORM TALLY-POSTING-LINE
                      WHEN "MAINT-ADD"
                          IF WS-AUD-YEAR > WS-CLOSE-YEAR
                                  AND AUD-R-ACCT NUMERIC
                              MOVE AUD-R-ACCT TO WS-SEARCH-ACCT
                              PERFORM FIND-ACCOUNT-ENTRY
                              IF WS-FOUND-IDX > 0
                                  MOVE "Y"
                                      TO YET-ADDED-LATER(WS-FOUND-IDX)
                              END-IF
                          END-IF
                      WHEN "MAINT-CHG"
                      WHEN "BKP-REST"
                          IF WS-AUD-YEAR > WS-CLOSE-YEAR
                              ADD 1 TO WS-LATE-MAINT-COUNT
                          END-IF
                  END-EVALUATE.
              NOTE-LATE-BATCH.
                  IF WS-LATE-BATCH-COUNT < 200
                      ADD 1 TO WS-LATE-BATCH-COUNT
                      MOVE AUD-R-ACCT
                          TO LBT-BATCH(WS-LATE-BATCH-COUNT)
                  END-IF.
              TALLY-POSTING-LINE.
                  IF WS-BATCH-WINDOW-YEAR > 0
                      MOVE WS-BATCH-WINDOW-YEAR TO WS-ATTR-YEAR
                  ELSE
                      IF WS-LATE-WINDOW-YEAR > 0
                          MOVE WS-LATE-WINDOW-YEAR TO WS-ATTR-YEAR
                      ELSE
                          MOVE WS-AUD-YEAR TO WS-ATTR-YEAR
                      END-IF
                  END-IF.
                  IF AUD-R-ACCT NUMERIC
                          AND WS-ATTR-YEAR NOT < WS-CLOSE-YEAR
                      MOVE AUD-R-ACCT TO WS-SEARCH-ACCT
                      PERFORM FIND-ACCOUNT-ENTRY
                      IF WS-FOUND-IDX > 0
                          MOVE FUNCTION NUMVAL(AUD-R-C)
                              TO WS-AUD-C-VALUE
                          IF WS-ATTR-YEAR > WS-CLOSE-YEAR
                              ADD WS-AUD-C-VALUE
                                  TO YET-LATER(WS-FOUND-IDX)
                          ELSE
                              PERFORM ADD-YEAR-MOVEMENT
                          END-IF
                      END-IF
                  END-IF.
              ADD-YEAR-MOVEMENT.
                  IF AUD-R-STATUS = "SYS-POST"
                      IF WS-AUD-C-VALUE < 0
                          ADD WS-AUD-C-VALUE
                              TO YET-CHARGES(WS-FOUND-IDX)
                      ELSE
                          ADD WS-AUD-C-VALUE
                              TO YET-INTEREST(WS-FOUND-IDX)
                      END-IF
                  ELSE
                      IF WS-AUD-C-VALUE < 0
                          ADD WS-AUD-C-VALUE
                              TO YET-DEBITS(WS-FOUND-IDX)
                      ELSE
                          ADD WS-AUD-C-VALUE
                              TO YET-CREDITS(WS-FOUND-IDX)
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
                          WHEN YET-ACCT(WS-MID-IDX) = WS-SEARCH-ACCT
                              MOVE WS-MID-IDX TO WS-FOUND-IDX
                          WHEN YET-ACCT(WS-MID-IDX) < WS-SEARCH-ACCT
                              COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
                          WHEN OTHER
                              IF WS-MID-IDX = 1
                                  MOVE ZERO TO WS-HIGH-IDX
                              ELSE
                                  COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
                              END-IF
                      END-EVALUATE
                  END-PERFORM.
              WRITE-YEAR-END-COPY.
                  MOVE ZERO TO WS-FROZEN-COUNT.
                  MOVE ZERO TO WS-NEW-ACCT-COUNT.
                  MOVE ZERO TO WS-FROZEN-TOTAL-A.
                  MOVE ZERO TO WS-FROZEN-TOTAL-B.
                  MOVE ZERO TO WS-CCY-COUNT.
                  MOVE "N" TO WS-CCY-FULL-FLAG.
                  OPEN INPUT ACCOUNT-MASTER.
                  OPEN OUTPUT FROZEN-FILE.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-CLOSE-YEAR TO HDR-YEAR.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  IF PRIOR-COPY-FOUND
                      MOVE WS-PRIOR-NAME TO HDR-PRIOR-NAME
                      WRITE REPORT-LINE FROM WS-HEADER-2
                  ELSE
                      WRITE REPORT-LINE FROM WS-HEADER-2-DERIVED
                  END-IF.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  WRITE REPORT-LINE FROM WS-HEADER-3.
                  PERFORM POSITION-ACCOUNT-MASTER.
                  PERFORM UNTIL END-OF-MASTER-FILE
                      READ ACCOUNT-MASTER NEXT
                          AT END
                              SET END-OF-MASTER-FILE TO TRUE
                          NOT AT END
                              PERFORM CLOSE-ACCOUNT-YEAR
                      END-READ
                  END-PERFORM.
                  CLOSE FROZEN-FILE.
                  CLOSE ACCOUNT-MASTER.
              CLOSE-ACCOUNT-YEAR.
                  MOVE ACCT-NUMBER TO WS-SEARCH-ACCT.
                  PERFORM FIND-ACCOUNT-ENTRY.
                  IF WS-FOUND-IDX = 0
                      ADD 1 TO WS-NEW-ACCT-COUNT
                  ELSE
                      IF YET-ADDED-LATER(WS-FOUND-IDX) = "Y"
                          ADD 1 TO WS-NEW-ACCT-COUNT
                      ELSE
                          PERFORM FREEZE-ACCOUNT-BALANCE
                          PERFORM WRITE-ACCOUNT-SUMMARY
                      END-IF
                  END-IF.
              FREEZE-ACCOUNT-BALANCE.
                  COMPUTE WS-CLOSING-A
                      = ACCT-BALANCE-A - YET-LATER(WS-FOUND-IDX).
                  MOVE ACCOUNT-RECORD TO FROZEN-RECORD.
                  MOVE WS-CLOSING-A TO FRZ-BALANCE-A.
                  WRITE FROZEN-RECORD.
                  ADD 1 TO WS-FROZEN-COUNT.
                  ADD WS-CLOSING-A TO WS-FROZEN-TOTAL-A.
                  ADD ACCT-BALANCE-B TO WS-FROZEN-TOTAL-B.
              WRITE-ACCOUNT-SUMMARY.
                  COMPUTE WS-YEAR-MOVES = YET-DEBITS(WS-FOUND-IDX)
                      + YET-CREDITS(WS-FOUND-IDX)
                      + YET-CHARGES(WS-FOUND-IDX)
                      + YET-INTEREST(WS-FOUND-IDX).
                  IF YET-PRIOR(WS-FOUND-IDX) = "Y"
                      MOVE YET-OPENING(WS-FOUND-IDX) TO WS-OPENING-A
                  ELSE
                      IF PRIOR-COPY-FOUND
                          MOVE ZERO TO WS-OPENING-A
                      ELSE
                          COMPUTE WS-OPENING-A
                              = WS-CLOSING-A - WS-YEAR-MOVES
                      END-IF
                  END-IF.
                  COMPUTE WS-OTHER-ADJ
                      = WS-CLOSING-A - WS-OPENING-A - WS-YEAR-MOVES.
                  IF ACCT-CURRENCY = SPACES
                      MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                  ELSE
                      MOVE ACCT-CURRENCY TO WS-ACCT-CCY
                  END-IF.
                  MOVE ACCT-NUMBER TO DTL-ACCT.
                  MOVE ACCT-NAME TO DTL-NAME.
                  MOVE WS-ACCT-CCY TO DTL-CCY.
                  MOVE WS-OPENING-A TO DTL-OPENING.
                  MOVE YET-DEBITS(WS-FOUND-IDX) TO DTL-DEBITS.
                  MOVE YET-CREDITS(WS-FOUND-IDX) TO DTL-CREDITS.
                  MOVE YET-CHARGES(WS-FOUND-IDX) TO DTL-CHARGES.
                  MOVE YET-INTEREST(WS-FOUND-IDX) TO DTL-INTEREST.
                  MOVE WS-OTHER-ADJ TO DTL-OTHER.
                  MOVE WS-CLOSING-A TO DTL-CLOSING.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
                  PERFORM TALLY-CURRENCY-TOTALS.
              TALLY-CURRENCY-TOTALS.
                  MOVE ZERO TO WS-CCY-IDX.
                  PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                          UNTIL WS-CCY-SCAN > WS-CCY-COUNT
                          OR WS-CCY-IDX > 0
                      IF CYT-CODE(WS-CCY-SCAN) = WS-ACCT-CCY
                          MOVE WS-CCY-SCAN TO WS-CCY-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-CCY-IDX = 0
                      IF WS-CCY-COUNT < 20
                          ADD 1 TO WS-CCY-COUNT
                          MOVE WS-CCY-COUNT TO WS-CCY-IDX
                          MOVE WS-ACCT-CCY TO CYT-CODE(WS-CCY-IDX)
                          MOVE ZERO TO CYT-ACCOUNTS(WS-CCY-IDX)
                          MOVE ZERO TO CYT-OPENING(WS-CCY-IDX)
                          MOVE ZERO TO CYT-DEBITS(WS-CCY-IDX)
                          MOVE ZERO TO CYT-CREDITS(WS-CCY-IDX)
                          MOVE ZERO TO CYT-CHARGES(WS-CCY-IDX)
                          MOVE ZERO TO CYT-INTEREST(WS-CCY-IDX)
                          MOVE ZERO TO CYT-OTHER(WS-CCY-IDX)
                          MOVE ZERO TO CYT-CLOSING(WS-CCY-IDX)
                      ELSE
                          IF NOT CCY-TABLE-FULL
                              DISPLAY "CURRENCY TOTALS FULL - "
                                  "FURTHER CURRENCIES NOT TOTALLED"
                              SET CCY-TABLE-FULL TO TRUE
                              IF WS-RETURN-CODE < 4
                                  MOVE 4 TO WS-RETURN-CODE
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
                  IF WS-CCY-IDX > 0
                      ADD 1 TO CYT-ACCOUNTS(WS-CCY-IDX)
                      ADD WS-OPENING-A TO CYT-OPENING(WS-CCY-IDX)
                      ADD YET-DEBITS(WS-FOUND-IDX)
                          TO CYT-DEBITS(WS-CCY-IDX)
                      ADD YET-CREDITS(WS-FOUND-IDX)
                          TO CYT-CREDITS(WS-CCY-IDX)
                      ADD YET-CHARGES(WS-FOUND-IDX)
                          TO CYT-CHARGES(WS-CCY-IDX)
                      ADD YET-INTEREST(WS-FOUND-IDX)
                          TO CYT-INTEREST(WS-CCY-IDX)
                      ADD WS-OTHER-ADJ TO CYT-OTHER(WS-CCY-IDX)
                      ADD WS-CLOSING-A TO CYT-CLOSING(WS-CCY-IDX)
                  END-IF.
              ROLL-RUN-HISTORY.
                  MOVE ZERO TO WS-HIS-MOVED-COUNT.
                  MOVE ZERO TO WS-HIS-KEPT-COUNT.
                  MOVE WS-CLOSE-YEAR TO HSN-YEAR.
                  MOVE WS-HIS-ARCHIVE-PARTS TO WS-HIS-ARCHIVE-NAME.
                  MOVE "N" TO WS-HIS-EOF-FLAG.
                  OPEN INPUT HISTORY-FILE.
                  IF WS-HIS-STATUS NOT = "00"
                      DISPLAY "NO RUN HISTORY ON FILE - NOTHING "
                          "ARCHIVED"
                  ELSE
                      OPEN OUTPUT KEEP-FILE
                      OPEN EXTEND HISTORY-ARCHIVE
                      IF WS-HSA-STATUS = "35"
                          OPEN OUTPUT HISTORY-ARCHIVE
                      END-IF
                      PERFORM UNTIL END-OF-HISTORY-FILE
                          READ HISTORY-FILE
                              AT END
                                  SET END-OF-HISTORY-FILE TO TRUE
                              NOT AT END
                                  PERFORM ROLL-ONE-HISTORY-LINE
                          END-READ
                      END-PERFORM
                      CLOSE HISTORY-FILE
                      CLOSE KEEP-FILE
                      CLOSE HISTORY-ARCHIVE
                      PERFORM COPY-KEEP-FILE-BACK
                  END-IF.
              ROLL-ONE-HISTORY-LINE.
                  MOVE "N" TO WS-LATE-BATCH-FLAG.
                  IF HIS-BATCH-NUMBER NOT = SPACES
                      PERFORM VARYING WS-LATE-BATCH-IDX FROM 1 BY 1
                              UNTIL WS-LATE-BATCH-IDX
                                  > WS-LATE-BATCH-COUNT
                          IF LBT-BATCH(WS-LATE-BATCH-IDX)
                                  = HIS-BATCH-NUMBER
                              SET LATE-BATCH-RUN TO TRUE
                          END-IF
                      END-PERFORM
                  END-IF.
                  IF HIS-BATCH-DATE(1:4) NUMERIC
                      MOVE HIS-BATCH-DATE(1:4) TO WS-HIS-YEAR
                  ELSE
                      IF HIS-RUN-DATE NUMERIC
                          DIVIDE HIS-RUN-DATE BY 10000
                              GIVING WS-HIS-YEAR
                      ELSE
                          MOVE ZERO TO WS-HIS-YEAR
                      END-IF
                  END-IF.
                  IF WS-HIS-YEAR NOT > WS-CLOSE-YEAR
                          OR LATE-BATCH-RUN
                      ADD 1 TO WS-HIS-MOVED-COUNT
                      WRITE HISTORY-ARCHIVE-RECORD
                          FROM HISTORY-RECORD
                  ELSE
                      ADD 1 TO WS-HIS-KEPT-COUNT
                      WRITE KEEP-RECORD FROM HISTORY-RECORD
                  END-IF.
              COPY-KEEP-FILE-BACK.
                  MOVE "N" TO WS-KEEP-EOF-FLAG.
                  OPEN INPUT KEEP-FILE.
                  OPEN OUTPUT HISTORY-FILE.
                  PERFORM UNTIL END-OF-KEEP-FILE
                      READ KEEP-FILE
                          AT END
                              SET END-OF-KEEP-FILE TO TRUE
                          NOT AT END
                              WRITE HISTORY-RECORD FROM KEEP-RECORD
                      END-READ
                  END-PERFORM.
                  CLOSE KEEP-FILE.
                  CLOSE HISTORY-FILE.
              RESET-PROOF-CONTROL.
                  OPEN OUTPUT CONTROL-FILE.
                  COMPUTE CTL-PRIOR-DATE
                      = WS-CLOSE-YEAR * 10000 + 1231.
                  MOVE WS-FROZEN-TOTAL-A TO CTL-PRIOR-TOTAL-A.
                  MOVE WS-FROZEN-TOTAL-B TO CTL-PRIOR-TOTAL-B.
                  MOVE WS-FROZEN-COUNT TO CTL-PRIOR-COUNT.
                  MOVE 235959 TO CTL-PRIOR-TIME.
                  MOVE SPACE TO CONTROL-RECORD(9:1).
                  MOVE SPACE TO CONTROL-RECORD(26:1).
                  MOVE SPACE TO CONTROL-RECORD(43:1).
                  MOVE SPACE TO CONTROL-RECORD(50:1).
                  WRITE CONTROL-RECORD.
                  CLOSE CONTROL-FILE.
              WRITE-CLOSE-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      MOVE CYT-ACCOUNTS(WS-CCY-IDX) TO CTT-ACCOUNTS
                      MOVE CYT-CODE(WS-CCY-IDX) TO CTT-CCY
                      MOVE CYT-OPENING(WS-CCY-IDX) TO CTT-OPENING
                      MOVE CYT-DEBITS(WS-CCY-IDX) TO CTT-DEBITS
                      MOVE CYT-CREDITS(WS-CCY-IDX) TO CTT-CREDITS
                      MOVE CYT-CHARGES(WS-CCY-IDX) TO CTT-CHARGES
                      MOVE CYT-INTEREST(WS-CCY-IDX) TO CTT-INTEREST
                      MOVE CYT-OTHER(WS-CCY-IDX) TO CTT-OTHER
                      MOVE CYT-CLOSING(WS-CCY-IDX) TO CTT-CLOSING
                      WRITE REPORT-LINE FROM WS-CCY-TOTAL-LINE
                  END-PERFORM.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE SPACES TO CNT-LABEL.
                  STRING "ACCOUNTS FROZEN TO " WS-FROZEN-NAME
                      DELIMITED BY SIZE INTO CNT-LABEL.
                  MOVE WS-FROZEN-COUNT TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  MOVE "ACCOUNTS OPENED AFTER YEAR END - EXCLUDED"
                      TO CNT-LABEL.
                  MOVE WS-NEW-ACCT-COUNT TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  MOVE SPACES TO CNT-LABEL.
                  STRING "RUN HISTORY ARCHIVED TO "
                      WS-HIS-ARCHIVE-NAME
                      DELIMITED BY SIZE INTO CNT-LABEL.
                  MOVE WS-HIS-MOVED-COUNT TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  MOVE "RUN HISTORY LINES KEPT IN ADDITION.HIS"
                      TO CNT-LABEL.
                  MOVE WS-HIS-KEPT-COUNT TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  MOVE "LATE BATCHES POSTED TO REOPENED YEAR"
                      TO CNT-LABEL.
                  MOVE WS-LATE-BATCH-COUNT TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  MOVE "AUDIT FILES SCANNED" TO CNT-LABEL.
                  MOVE WS-FILES-SCANNED TO CNT-VALUE.
                  WRITE REPORT-LINE FROM WS-COUNT-LINE.
                  IF WS-LATE-MAINT-COUNT > 0
                      MOVE "LATER BALANCE CHANGES NOT BACKED OUT"
                          TO CNT-LABEL
                      MOVE WS-LATE-MAINT-COUNT TO CNT-VALUE
                      WRITE REPORT-LINE FROM WS-COUNT-LINE
                  END-IF.
                  MOVE CTL-PRIOR-DATE TO PRL-DATE.
                  MOVE WS-FROZEN-TOTAL-A TO PRL-TOTAL-A.
                  MOVE WS-FROZEN-TOTAL-B TO PRL-TOTAL-B.
                  WRITE REPORT-LINE FROM WS-PROOF-RESET-LINE.
              RECORD-YEAR-CLOSED.
                  IF WS-FOUND-YEAR-IDX = 0
                      ADD 1 TO WS-YEAR-COUNT
                      MOVE WS-YEAR-COUNT TO WS-FOUND-YEAR-IDX
                      MOVE SPACES TO WS-YEC-REC
                      MOVE WS-SEL-YEAR TO YR-YEAR
                      MOVE ZERO TO YR-REOPEN-DATE
                  ELSE
                      MOVE YRT-REC(WS-FOUND-YEAR-IDX) TO WS-YEC-REC
                  END-IF.
                  MOVE "C" TO YR-STATUS.
                  MOVE WS-RUN-DATE TO YR-CLOSE-DATE.
                  MOVE WS-OPERATOR-ID TO YR-CLOSE-BY.
                  MOVE WS-YEC-REC TO YRT-REC(WS-FOUND-YEAR-IDX).
                  PERFORM REWRITE-YEAR-FILE.
                  MOVE "YE-CLOSE" TO AUD-STATUS.
                  PERFORM WRITE-YEAR-AUDIT.
              REOPEN-YEAR.
                  PERFORM ACCEPT-YEAR.
                  IF YEAR-ACTION-ALLOWED
                      PERFORM VALIDATE-REOPEN-YEAR
                  END-IF.
                  IF YEAR-ACTION-ALLOWED
                      DISPLAY "REOPEN YEAR " WS-CLOSE-YEAR
                          " FOR BATCH POSTING? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          PERFORM RECORD-YEAR-REOPENED
                          DISPLAY "YEAR " WS-CLOSE-YEAR " REOPENED - "
                              "CLOSE IT AGAIN WHEN LATE BATCHES "
                              "HAVE POSTED"
                      ELSE
                          DISPLAY "REOPEN ABANDONED"
                      END-IF
                  END-IF.
              VALIDATE-REOPEN-YEAR.
                  IF WS-FOUND-YEAR-IDX = 0
                      DISPLAY "YEAR " WS-SEL-YEAR " IS NOT CLOSED"
                      MOVE "N" TO WS-YEAR-OK-FLAG
                  ELSE
                      MOVE YRT-REC(WS-FOUND-YEAR-IDX) TO WS-YEC-REC
                      IF NOT YR-CLOSED
                          DISPLAY "YEAR " WS-SEL-YEAR
                              " IS ALREADY REOPENED"
                          MOVE "N" TO WS-YEAR-OK-FLAG
                      END-IF
                  END-IF.
                  PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                          UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                          OR NOT YEAR-ACTION-ALLOWED
                      IF YRT-REC(WS-YEAR-IDX)(1:4) > WS-SEL-YEAR
                          DISPLAY "LATER YEAR "
                              YRT-REC(WS-YEAR-IDX)(1:4)
                              " ALREADY CLOSED - REOPEN REFUSED"
                          MOVE "N" TO WS-YEAR-OK-FLAG
                      END-IF
                  END-PERFORM.
              RECORD-YEAR-REOPENED.
                  MOVE YRT-REC(WS-FOUND-YEAR-IDX) TO WS-YEC-REC.
                  MOVE "O" TO YR-STATUS.
                  MOVE WS-RUN-DATE TO YR-REOPEN-DATE.
                  MOVE WS-OPERATOR-ID TO YR-REOPEN-BY.
                  MOVE WS-YEC-REC TO YRT-REC(WS-FOUND-YEAR-IDX).
                  PERFORM REWRITE-YEAR-FILE.
                  MOVE ZERO TO WS-FROZEN-COUNT.
                  MOVE ZERO TO WS-HIS-MOVED-COUNT.
                  MOVE "YE-REOPEN" TO AUD-STATUS.
                  PERFORM WRITE-YEAR-AUDIT.
              REWRITE-YEAR-FILE.
                  OPEN OUTPUT YEAREND-FILE.
                  PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                          UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                      WRITE YEAREND-RECORD FROM YRT-REC(WS-YEAR-IDX)
                  END-PERFORM.
                  CLOSE YEAREND-FILE.
              WRITE-YEAR-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE WS-CLOSE-YEAR TO AUD-A.
                  MOVE WS-FROZEN-COUNT TO AUD-B.
                  MOVE WS-HIS-MOVED-COUNT TO AUD-C.
                  MOVE "E" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              CHECK-AUTHORIZATION.
                  MOVE "N" TO WS-AUTH-FLAG.
                  MOVE "N" TO WS-PROF-FOUND-FLAG.
                  MOVE "N" TO WS-PROF-EOF-FLAG.
                  OPEN INPUT PROFILE-FILE.
                  IF WS-PROF-STATUS NOT = "00"
                      DISPLAY "OPERATOR PROFILE FILE NOT FOUND"
                  ELSE
                      PERFORM UNTIL END-OF-PROFILE-FILE
                              OR PROFILE-FOUND
                          READ PROFILE-FILE
                              AT END
                                  SET END-OF-PROFILE-FILE TO TRUE
                              NOT AT END
                                  IF PROF-OPER-ID = WS-OPERATOR-ID
                                      SET PROFILE-FOUND TO TRUE
                                      PERFORM TEST-OPERATOR-PROFILE
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE PROFILE-FILE
                  END-IF.
                  IF NOT OPERATOR-AUTHORIZED
                      IF NEED-SUPERVISOR
                          DISPLAY "OPERATOR " WS-OPERATOR-ID
                              " NOT AUTHORIZED TO REOPEN YEARS"
                      ELSE
                          DISPLAY "OPERATOR " WS-OPERATOR-ID
                              " NOT AUTHORIZED TO CLOSE YEARS"
                      END-IF
                      MOVE "DENIED" TO AUD-STATUS
                      PERFORM WRITE-CONTROL-AUDIT
                      MOVE 8 TO WS-RETURN-CODE
                  END-IF.
              TEST-OPERATOR-PROFILE.
                  IF NEED-SUPERVISOR
                      IF OPERATOR-IS-APPROVER
                          SET OPERATOR-AUTHORIZED TO TRUE
                      END-IF
                  ELSE
                      MOVE ZERO TO WS-MODE-HITS
                      INSPECT PROF-MODES TALLYING
                          WS-MODE-HITS FOR ALL "E"
                      IF WS-MODE-HITS > 0
                          SET OPERATOR-AUTHORIZED TO TRUE
                      END-IF
                  END-IF.
              WRITE-CONTROL-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE "E" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
