                      ASSIGN TO DYNAMIC WS-GL-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-GL-STATUS.
                  SELECT SUSPENSE-FILE ASSIGN TO "ADDITION.SUS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-SUS-STATUS.
                  SELECT PENDING-FILE ASSIGN TO "ADDITION.PND"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PND-STATUS.
                  SELECT APPROVAL-REPORT ASSIGN TO "PENDAPPR.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-APR-STATUS.
                  SELECT MONITOR-FILE ASSIGN TO "MONITOR.TBL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-MON-STATUS.
                  SELECT HOLD-FILE ASSIGN TO "ADDITION.HLD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HLD-STATUS.
                  SELECT RATE-FILE ASSIGN TO "FXRATE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FXR-STATUS.
                  SELECT YEAREND-FILE ASSIGN TO "YEAREND.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-YEC-STATUS.
                  SELECT HISTORY-ARCHIVE
                      ASSIGN TO DYNAMIC WS-HIS-ARCHIVE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HSA-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  TRANS-FILE.
                  05 TRANS-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 TRANS-TO-ACCT PIC X(6).
                      88 SYSTEM-GENERATED-ITEM VALUE "SYSGEN".
                  05 TRANS-CURRENCY PIC X(3).
              01  TRANS-BATCH-HEADER.
                  05 TBH-REC-TYPE PIC X.
                  05 TBH-BATCH-NUMBER PIC X(6).
                  05 TBH-BATCH-DATE PIC X(8).
                  05 TBH-SOURCE PIC X(6).
                  05 FILLER PIC X(15).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(80).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  CHECKPOINT-FILE.
              01  CHECKPOINT-RECORD.
                  05 CKP-RECORDS-READ PIC 9(6).
                  05 CKP-OP-SUM PIC S9(11)V99
                      OCCURS 5 TIMES.
                  05 CKP-XFER-SUM PIC S9(11)V99.
                  05 CKP-SUSPENSE-COUNT PIC 9(6).
                  05 CKP-SUSPENSE-SUM PIC S9(11)V99.
                  05 CKP-SUS-CLEARED-SUM PIC S9(11)V99.
                  05 CKP-HELD-COUNT PIC 9(6).
                  05 CKP-HELD-SUM PIC S9(11)V99.
                  05 CKP-FX-COUNT PIC 9(6).
                  05 CKP-FX-ADJUST-SUM PIC S9(11)V99.
                  05 CKP-FX-DIFF-SUM PIC S9(11)V99.
                  05 CKP-CCY-COUNT PIC 9(2).
                  05 CKP-CCY-ENTRY OCCURS 20 TIMES.
                      10 CKP-CCY-CODE PIC X(3).
                      10 CKP-CCY-ITEMS PIC 9(6).
                      10 CKP-CCY-AMOUNT PIC S9(11)V99.
                  05 CKP-LATE-YEAR PIC 9(4).
                  05 CKP-SUS-WOFF-COUNT PIC 9(6).
                  05 CKP-SUS-WOFF-SUM PIC S9(11)V99.
                  05 CKP-BATCH-DATE PIC X(8).
                  05 CKP-BATCH-SOURCE PIC X(6).
              FD  REJECT-FILE.
              01  REJECT-RECORD.
                  05 REJ-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 REJ-REASON PIC X(9).
                  05 FILLER PIC X.
                  05 REJ-CURRENCY PIC X(3).
              FD  RELEASE-FILE.
              01  RELEASE-RECORD.
                  05 REL-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 REL-SOURCE PIC X.
                  05 FILLER PIC X.
                  05 REL-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 REL-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
              FD  HISTORY-FILE.
              01  HISTORY-RECORD.
                  05 HIS-RUN-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HIS-XFER-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-SUSPENSE-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-FX-ADJUST-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-FX-DIFF-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-BATCH-DATE PIC X(8).
              FD  YEAREND-FILE.
              01  YEAREND-RECORD.
                  05 YEC-YEAR PIC X(4).
                  05 FILLER PIC X.
                  05 YEC-STATUS PIC X.
                      88 YEC-YEAR-CLOSED VALUE "C".
                      88 YEC-YEAR-REOPENED VALUE "O".
                  05 FILLER PIC X(60).
              FD  HISTORY-ARCHIVE.
              01  HISTORY-ARCHIVE-RECORD.
                  05 FILLER PIC X(98).
                  05 HSA-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X(69).
              FD  BACKUP-FILE.
              01  BACKUP-RECORD PIC X(50).
              FD  GL-FILE.
              01  GL-DETAIL-RECORD.
                  05 GLD-TYPE PIC X.
                  05 GLM-DATE PIC 9(8).
                  05 GLM-LABEL PIC X(9).
                  05 GLM-COUNT PIC 9(6).
              01  GL-CURRENCY-RECORD.
                  05 GLC-TYPE PIC X.
                  05 GLC-DATE PIC 9(8).
                  05 GLC-CURRENCY PIC X(3).
                  05 GLC-COUNT PIC 9(6).
                  05 GLC-AMOUNT PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 GLC-BASE-AMOUNT PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
              01  GL-TRAILER-RECORD.
                  05 GLT-TYPE PIC X.
                  05 GLT-COUNT PIC 9(6).
                  05 GLT-NET PIC S9(13)V99
                      SIGN IS LEADING SEPARATE.
              FD  SUSPENSE-FILE.
              01  SUSPENSE-RECORD.
                  05 SUS-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SUS-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 SUS-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 SUS-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 SUS-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 SUS-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 SUS-CURRENCY PIC X(3).
              FD  LOCK-FILE.
              01  LOCK-RECORD.
                  05 LCK-HELD PIC X.
                  05 PRM-ERROR-TOLERANCE PIC 9(6).
                  05 FILLER PIC X.
                  05 PRM-FORCE-BATCH PIC X.
                  05 FILLER PIC X.
                  05 PRM-APPROVAL-DAYS PIC 9(3).
                  05 FILLER PIC X.
                  05 PRM-DORMANT-MONTHS PIC 9(3).
                  05 FILLER PIC X.
                  05 PRM-BASE-CURRENCY PIC X(3).
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
                      88 OPERATOR-IS-APPROVER VALUE "Y".
              FD  PENDING-FILE.
              01  PENDING-RECORD.
                  05 PND-REQ-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 PND-REQ-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 PND-TYPE PIC X.
                      88 PENDING-BALANCE-CHANGE VALUE "M".
                      88 PENDING-REJECT-FIX VALUE "R".
                      88 PENDING-REACTIVATION VALUE "D".
                  05 FILLER PIC X.
                  05 PND-REQUESTER PIC X(20).
                  05 FILLER PIC X.
                  05 PND-ACCT PIC 9(6).
                  05 FILLER PIC X.
                  05 PND-DETAIL PIC X(77).
                  05 PND-MAINT-DETAIL REDEFINES PND-DETAIL.
                      10 PND-OLD-BAL-A PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
                      10 FILLER PIC X.
                      10 PND-OLD-BAL-B PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
                      10 FILLER PIC X.
                      10 PND-NEW-BAL-A PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
                      10 FILLER PIC X.
                      10 PND-NEW-BAL-B PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
                      10 FILLER PIC X(34).
                  05 PND-FIX-DETAIL REDEFINES PND-DETAIL.
                      10 PND-OLD-TRANS PIC X(33).
                      10 FILLER PIC X.
                      10 PND-NEW-TRANS PIC X(33).
                      10 FILLER PIC X.
                      10 PND-REJ-REASON PIC X(9).
                  05 PND-REACT-DETAIL REDEFINES PND-DETAIL.
                      10 PND-OLD-STATUS PIC X.
                      10 FILLER PIC X.
                      10 PND-NEW-STATUS PIC X.
                      10 FILLER PIC X(74).
                  05 FILLER PIC X.
                  05 PND-OLD-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 PND-NEW-CURRENCY PIC X(3).
              FD  MONITOR-FILE.
              01  MONITOR-RECORD.
                  05 MON-ACCT PIC X(6).
                      88 MONITOR-DEFAULT-ROW VALUE "ALL".
                  05 FILLER PIC X.
                  05 MON-ITEM-LIMIT PIC 9(7)V99.
                  05 FILLER PIC X.
                  05 MON-COUNT-LIMIT PIC 9(4).
                  05 FILLER PIC X.
                  05 MON-NET-LIMIT PIC 9(9)V99.
              FD  HOLD-FILE.
              01  HOLD-RECORD.
                  05 HLD-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HLD-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 HLD-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 HLD-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 HLD-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HLD-RULE PIC X(9).
                  05 FILLER PIC X.
                  05 HLD-RULE-ACCT PIC 9(6).
                  05 FILLER PIC X.
                  05 HLD-LIMIT PIC 9(11)V99.
                  05 FILLER PIC X.
                  05 HLD-ACTUAL PIC 9(11)V99.
                  05 FILLER PIC X.
                  05 HLD-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 HLD-STATUS PIC X.
                  05 FILLER PIC X.
                  05 HLD-REVIEWER PIC X(20).
                  05 FILLER PIC X.
                  05 HLD-REVIEW-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HLD-NOTE PIC X(30).
                  05 FILLER PIC X.
                  05 HLD-CURRENCY PIC X(3).
              FD  APPROVAL-REPORT.
              01  APPROVAL-LINE PIC X(100).
              FD  ACCOUNT-MASTER.
              01  ACCOUNT-RECORD.
                  05 ACCT-NUMBER PIC 9(6).
                      88 ACCOUNT-OPEN VALUE "O".
                      88 ACCOUNT-FROZEN VALUE "F".
                      88 ACCOUNT-CLOSED VALUE "C".
                      88 ACCOUNT-DORMANT VALUE "D".
                  05 ACCT-CURRENCY PIC X(3).
              FD  RATE-FILE.
              01  RATE-RECORD.
                  05 FXR-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 FXR-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 FXR-RATE PIC 9(5)V9(6).
                  05 FILLER PIC X.
                  05 FXR-ADDED-BY PIC X(20).
                  05 FILLER PIC X.
                  05 FXR-ADDED-DATE PIC 9(8).
              WORKING-STORAGE SECTION.
              77 A PIC S9(7)V99.
              77 B PIC S9(7)V99.
              77 WS-TRANS-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-ACCOUNT-NUMBER PIC 9(6) VALUE ZERO.
              77 WS-NEW-BAL-B PIC S9(7)V99 VALUE ZERO.
              77 WS-NEW-NAME PIC X(20) VALUE SPACES.
              77 WS-NEW-STATUS PIC X VALUE "O".
              77 WS-NEW-CURRENCY PIC X(3) VALUE SPACES.
              77 WS-OLD-STATUS PIC X VALUE SPACE.
              77 WS-REACT-STATUS PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE "N".
              77 WS-RECORDS-READ PIC 9(6) VALUE ZERO.
              77 WS-RELEASES-DONE PIC 9(6) VALUE ZERO.
                  88 DUP-BATCH-FOUND VALUE "Y".
              77 WS-HIS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-HISTORY-SCAN VALUE "Y".
              77 WS-YEC-STATUS PIC XX VALUE SPACES.
              77 WS-YEC-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-YEAREND-FILE VALUE "Y".
              77 WS-BATCH-YEAR-FLAG PIC X VALUE SPACE.
                  88 BATCH-YEAR-CLOSED VALUE "C".
                  88 BATCH-YEAR-REOPENED VALUE "O".
              77 WS-LATE-YEAR PIC 9(4) VALUE ZERO.
              77 WS-BATCH-DATE PIC X(8) VALUE SPACES.
              77 WS-BATCH-SOURCE PIC X(6) VALUE SPACES.
                  88 SYSGEN-BATCH VALUE "SYSGEN".
              77 WS-SYSGEN-ITEM-FLAG PIC X VALUE "N".
                  88 TRUSTED-SYSTEM-ITEM VALUE "Y".
              77 WS-HSA-STATUS PIC XX VALUE SPACES.
              77 WS-HIS-ARCHIVE-NAME PIC X(17) VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-PARM-FOUND-FLAG PIC X VALUE "N".
                  88 PARM-TOTAL-FOUND VALUE "Y".
              01  WS-GL-SUMS.
                  05 WS-OP-SUM PIC S9(11)V99
                      OCCURS 5 TIMES.
              01  WS-BATCH-DATE-PARTS.
                  05 BDT-YEAR PIC 9(4).
                  05 BDT-MMDD PIC 9(4).
              01  WS-HIS-ARCHIVE-PARTS.
                  05 FILLER PIC X(13) VALUE "ADDITION.HIS.".
                  05 HSN-YEAR PIC X(4).
              01  WS-GL-NAME-PARTS.
                  05 FILLER PIC X(7) VALUE "GLEXTR.".
                  05 GLN-DATE PIC 9(8).
              77 WS-XFER-FROM-BAL PIC S9(7)V99 VALUE ZERO.
              77 WS-XFER-TO-BAL PIC S9(7)V99 VALUE ZERO.
              77 WS-XFER-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-SUS-STATUS PIC XX VALUE SPACES.
              77 WS-SUS-OPEN-FLAG PIC X VALUE "N".
                  88 SUSPENSE-OPEN VALUE "Y".
              77 WS-SUS-RELEASE-FLAG PIC X VALUE "N".
                  88 RELEASED-FROM-SUSPENSE VALUE "Y".
              77 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-SUSPENSE-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-SUS-CLEARED-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-SUS-WOFF-COUNT PIC 9(6) VALUE ZERO.
              77 WS-SUS-WOFF-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-PND-STATUS PIC XX VALUE SPACES.
              77 WS-APR-STATUS PIC XX VALUE SPACES.
              77 WS-PND-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PENDING-FILE VALUE "Y".
              77 WS-PND-FULL-FLAG PIC X VALUE "N".
                  88 PND-TABLE-FULL VALUE "Y".
              77 WS-PND-MATCH-FLAG PIC X VALUE "N".
                  88 ACCOUNT-HAS-PENDING VALUE "Y".
              77 WS-PND-COUNT PIC 9(4) VALUE ZERO.
              77 WS-PND-IDX PIC 9(4) VALUE ZERO.
              77 WS-APPR-ACTION PIC X VALUE SPACE.
              77 WS-APPR-DONE-FLAG PIC X VALUE "N".
                  88 APPROVAL-DONE VALUE "Y".
              77 WS-EXPIRY-DAYS PIC 9(3) VALUE 5.
              77 WS-PND-AGE PIC S9(6) VALUE ZERO.
              77 WS-TODAY PIC 9(8) VALUE ZERO.
              77 WS-OLD-BAL-A PIC S9(7)V99 VALUE ZERO.
              77 WS-OLD-BAL-B PIC S9(7)V99 VALUE ZERO.
              77 WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
              77 WS-DECLINED-COUNT PIC 9(4) VALUE ZERO.
              77 WS-EXPIRED-COUNT PIC 9(4) VALUE ZERO.
              77 WS-STILL-PENDING-COUNT PIC 9(4) VALUE ZERO.
              77 WS-MON-STATUS PIC XX VALUE SPACES.
              77 WS-HLD-STATUS PIC XX VALUE SPACES.
              77 WS-MON-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-MONITOR-FILE VALUE "Y".
              77 WS-MONITOR-FLAG PIC X VALUE "N".
                  88 MONITORING-ACTIVE VALUE "Y".
              77 WS-HLD-OPEN-FLAG PIC X VALUE "N".
                  88 HOLD-FILE-OPEN VALUE "Y".
              77 WS-HOLD-FLAG PIC X VALUE "N".
                  88 ITEM-HELD VALUE "Y".
              77 WS-HOLD-RELEASE-FLAG PIC X VALUE "N".
                  88 RELEASED-FROM-HOLD VALUE "Y".
              77 WS-VEL-FULL-FLAG PIC X VALUE "N".
                  88 VEL-TABLE-FULL VALUE "Y".
              77 WS-SCAN-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-SCAN VALUE "Y".
              77 WS-MON-COUNT PIC 9(4) VALUE ZERO.
              77 WS-MON-IDX PIC 9(4) VALUE ZERO.
              77 WS-VEL-COUNT PIC 9(4) VALUE ZERO.
              77 WS-VEL-IDX PIC 9(4) VALUE ZERO.
              77 WS-VEL-SCAN PIC 9(4) VALUE ZERO.
              77 WS-MON-ACCT PIC 9(6) VALUE ZERO.
              77 WS-MON-MOVE PIC S9(7)V99 VALUE ZERO.
              77 WS-MON-ITEM-AMT PIC S9(7)V99 VALUE ZERO.
              77 WS-MON-COUNT-ITEM PIC X VALUE "N".
              77 WS-ITEM-LIMIT PIC 9(7)V99 VALUE ZERO.
              77 WS-COUNT-LIMIT PIC 9(4) VALUE ZERO.
              77 WS-NET-LIMIT PIC 9(9)V99 VALUE ZERO.
              77 WS-MON-WORK PIC S9(13)V99 VALUE ZERO.
              77 WS-HOLD-RULE PIC X(9) VALUE SPACES.
              77 WS-HOLD-ACCT PIC 9(6) VALUE ZERO.
              77 WS-HOLD-LIMIT PIC 9(11)V99 VALUE ZERO.
              77 WS-HOLD-ACTUAL PIC 9(11)V99 VALUE ZERO.
              77 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
              77 WS-HELD-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-RECON-TOTAL PIC S9(11)V99 VALUE ZERO.
              77 WS-SCAN-TODAY PIC X(10) VALUE SPACES.
              77 WS-FXR-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RATE-FILE VALUE "Y".
              77 WS-RATE-FULL-FLAG PIC X VALUE "N".
                  88 RATE-TABLE-FULL VALUE "Y".
              77 WS-RATE-FOUND-FLAG PIC X VALUE "N".
                  88 RATE-FOUND VALUE "Y".
              77 WS-RATE-COUNT PIC 9(4) VALUE ZERO.
              77 WS-RATE-IDX PIC 9(4) VALUE ZERO.
              77 WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
              77 WS-RATE-VALUE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-RATE-BEST-DATE PIC 9(8) VALUE ZERO.
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-FX-DATE PIC 9(8) VALUE ZERO.
              77 WS-CNV-FAIL-FLAG PIC X VALUE "N".
                  88 CONVERSION-FAILED VALUE "Y".
              77 WS-CNV-DONE-FLAG PIC X VALUE "N".
                  88 AMOUNT-CONVERTED VALUE "Y".
              77 WS-CNV-REASON PIC X(9) VALUE SPACES.
              77 WS-CNV-FROM-CCY PIC X(3) VALUE SPACES.
              77 WS-CNV-TO-CCY PIC X(3) VALUE SPACES.
              77 WS-CNV-KEYED PIC S9(7)V99 VALUE ZERO.
              77 WS-CNV-AMOUNT PIC S9(7)V99 VALUE ZERO.
              77 WS-CNV-FROM-RATE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-CNV-TO-RATE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-CNV-CROSS-RATE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-CNV-WORK PIC S9(14)V99 VALUE ZERO.
              77 WS-XFER-FROM-CCY PIC X(3) VALUE SPACES.
              77 WS-XFER-TO-CCY PIC X(3) VALUE SPACES.
              77 WS-XFER-FROM-AMT PIC S9(7)V99 VALUE ZERO.
              77 WS-XFER-TO-AMT PIC S9(7)V99 VALUE ZERO.
              77 WS-CCY-IDX PIC 9(2) VALUE ZERO.
              77 WS-CCY-SCAN PIC 9(2) VALUE ZERO.
              77 WS-CCY-FULL-FLAG PIC X VALUE "N".
                  88 CCY-TABLE-FULL VALUE "Y".
              01  WS-RATE-TABLE.
                  05 WS-RATE-ENTRY OCCURS 500 TIMES.
                      10 RATET-CURRENCY PIC X(3).
                      10 RATET-EFF-DATE PIC 9(8).
                      10 RATET-RATE PIC 9(5)V9(6).
              01  WS-CCY-TOTALS.
                  05 WS-CCY-COUNT PIC 9(2).
                  05 WS-FX-COUNT PIC 9(6).
                  05 WS-FX-ADJUST-SUM PIC S9(11)V99.
                  05 WS-FX-DIFF-SUM PIC S9(11)V99.
                  05 WS-CCY-ENTRY OCCURS 20 TIMES.
                      10 CCYT-CODE PIC X(3).
                      10 CCYT-ITEMS PIC 9(6).
                      10 CCYT-AMOUNT PIC S9(11)V99.
              01  WS-MON-TABLE.
                  05 WS-MON-ENTRY OCCURS 200 TIMES.
                      10 MONT-ACCT PIC X(6).
                      10 MONT-ITEM-LIMIT PIC 9(7)V99.
                      10 MONT-COUNT-LIMIT PIC 9(4).
                      10 MONT-NET-LIMIT PIC 9(9)V99.
              01  WS-VEL-TABLE.
                  05 WS-VEL-ENTRY OCCURS 2000 TIMES.
                      10 VELT-ACCT PIC 9(6).
                      10 VELT-RUN-COUNT PIC 9(6).
                      10 VELT-DAY-NET PIC S9(11)V99.
              01  WS-AUD-SCAN.
                  05 ASC-DATE PIC X(10).
                  05 FILLER PIC X(59).
                  05 ASC-C PIC X(11).
                  05 FILLER PIC X(2).
                  05 ASC-STATUS PIC X(9).
                  05 FILLER PIC X.
                  05 ASC-ACCT PIC X(6).
                  05 FILLER PIC X(20).
              01  WS-RUN-DATE.
                  05 WS-RUN-YEAR PIC 9(4).
                  05 WS-RUN-MONTH PIC 9(2).
                  05 TOT-RECORD-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(18) VALUE "   SUM OF C TOTAL:".
                  05 TOT-SUM-C PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-CURRENCY-LINE.
                  05 FILLER PIC X(20) VALUE "POSTED IN CURRENCY: ".
                  05 TCY-CURRENCY PIC X(3).
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 FILLER PIC X(18) VALUE "   CURRENCY TOTAL:".
                  05 TCY-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(9) VALUE "  ITEMS: ".
                  05 TCY-ITEMS PIC ZZZ,ZZ9.
              01  WS-FX-LINE.
                  05 FILLER PIC X(20) VALUE "FX CONVERSIONS:     ".
                  05 TFX-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(18) VALUE "   REALIZED FX:".
                  05 TFX-DIFF PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 TFX-BASE PIC X(3).
              01  WS-REJECT-LINE.
                  05 FILLER PIC X(20) VALUE "RECORDS REJECTED:  ".
                  05 TOT-REJECT-COUNT PIC ZZZ,ZZ9.
                  05 WS-REJ-ENTRY OCCURS 500 TIMES.
                      10 REJT-REC PIC X(33).
                      10 REJT-REASON PIC X(9).
                      10 REJT-CURRENCY PIC X(3).
                      10 REJT-KEEP PIC X.
              01  WS-PND-TABLE.
                  05 WS-PND-ENTRY OCCURS 200 TIMES.
                      10 PNDT-REC PIC X(131).
                      10 PNDT-KEEP PIC X.
              01  WS-APPR-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "PENDING CHANGE APPROVAL REPORT  ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 APH-DATE PIC 9(8).
                  05 FILLER PIC X(12) VALUE "  APPROVER: ".
                  05 APH-OPERATOR PIC X(20).
              01  WS-APPR-HEADER-2.
                  05 FILLER PIC X(10) VALUE "OUTCOME   ".
                  05 FILLER PIC X(10) VALUE "REQUESTED ".
                  05 FILLER PIC X(5) VALUE "TYPE ".
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(21) VALUE "REQUESTED BY".
                  05 FILLER PIC X(46) VALUE "BEFORE / AFTER".
              01  WS-APPR-DETAIL-LINE.
                  05 APD-OUTCOME PIC X(10).
                  05 APD-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 APD-TYPE PIC X.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 APD-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 APD-REQUESTER PIC X(20).
                  05 FILLER PIC X VALUE SPACE.
                  05 APD-BEFORE PIC X(37).
              01  WS-APPR-AFTER-LINE.
                  05 FILLER PIC X(54) VALUE SPACES.
                  05 APD-AFTER PIC X(37).
              01  WS-APPR-BALANCES.
                  05 APB-BAL-A PIC -Z(6)9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 APB-BAL-B PIC -Z(6)9.99.
                  05 FILLER PIC X(10) VALUE SPACES.
              01  WS-APPR-TOTAL-LINE.
                  05 FILLER PIC X(11) VALUE "APPROVED:  ".
                  05 APT-APPROVED PIC ZZZ9.
                  05 FILLER PIC X(13) VALUE "   DECLINED: ".
                  05 APT-DECLINED PIC ZZZ9.
                  05 FILLER PIC X(12) VALUE "   EXPIRED: ".
                  05 APT-EXPIRED PIC ZZZ9.
                  05 FILLER PIC X(18) VALUE "   STILL PENDING: ".
                  05 APT-PENDING PIC ZZZ9.
              01  WS-FIX-REC.
                  05 FIX-OP PIC X.
                  05 FIX-ACCT PIC 9(6).
                  05 FIX-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FIX-TO-ACCT PIC X(6).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FIX-CURRENCY PIC X(3).
              01  WS-UNMATCHED-LINE.
                  05 FILLER PIC X(20) VALUE "UNMATCHED ACCOUNTS: ".
                  05 TOT-UNMATCHED-COUNT PIC ZZZ,ZZ9.
              01  WS-SUSPENSE-LINE.
                  05 FILLER PIC X(20) VALUE "PARKED IN SUSPENSE: ".
                  05 TOT-SUSPENSE-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(18) VALUE "   SUSPENSE TOTAL:".
                  05 TOT-SUSPENSE-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-SUS-WOFF-LINE.
                  05 FILLER PIC X(20) VALUE "SUSPENSE WRITE-OFFS:".
                  05 TOT-SUS-WOFF-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(18) VALUE "  WRITE-OFF TOTAL:".
                  05 TOT-SUS-WOFF-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-HELD-LINE.
                  05 FILLER PIC X(20) VALUE "HELD FOR REVIEW:    ".
                  05 TOT-HELD-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(18) VALUE "   HELD TOTAL:".
                  05 TOT-HELD-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-EXCEPTION-LINE.
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 EXC-ACCT PIC 9(6).
              01  WS-RECON-LINE-2.
                  05 FILLER PIC X(20) VALUE "COMPUTED SUM OF C:  ".
                  05 REC-ACTUAL-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-RECON-LINE-H.
                  05 FILLER PIC X(20) VALUE "PLUS HELD ITEMS:    ".
                  05 REC-HELD-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-RECON-LINE-3.
                  05 FILLER PIC X(20) VALUE "RECONCILIATION:     ".
                  05 REC-STATUS PIC X(9).
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-AUDIT-FX-VIEW REDEFINES WS-AUDIT-DETAIL.
                  05 FILLER PIC X(56).
                  05 AUF-RATE PIC Z(4)9.9(5).
                  05 FILLER PIC X(51).
              PROCEDURE DIVISION.
              PARA.
                  OPEN EXTEND AUDIT-FILE.
                      END-IF
                  ELSE
                      DISPLAY "BATCH, INTERACTIVE, LOOKUP, SCREEN,"
                      DISPLAY "MAINTENANCE, REJECT CORRECTION, OR"
                      DISPLAY "PENDING APPROVAL RUN (B/I/L/S/M/R/P)?"
                      ACCEPT WS-MODE
                  END-IF.
                  PERFORM CHECK-AUTHORIZATION.
                                          PERFORM CORRECTION-PROCESS
                                      END-IF
                                  ELSE
                                      IF WS-MODE = "P" OR WS-MODE = "p"
                                          PERFORM CHECK-RUN-LOCK
                                          IF LOCK-GRANTED
                                              PERFORM APPROVAL-PROCESS
                                          END-IF
                                      ELSE
                                          PERFORM INTERACTIVE-PROCESS
                                      END-IF
                                  END-IF
                              END-IF
                          END-IF
                  MOVE WS-LOCK-AUDIT TO AUD-STATUS.
                  MOVE SPACES TO AUD-ACCT.
                  MOVE WS-AUTH-MODE TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              CHECK-AUTHORIZATION.
                  EVALUATE WS-MODE
                      WHEN "R"
                      WHEN "r"
                          MOVE "R" TO WS-AUTH-MODE
                      WHEN "P"
                      WHEN "p"
                          MOVE "P" TO WS-AUTH-MODE
                      WHEN OTHER
                          MOVE "I" TO WS-AUTH-MODE
                  END-EVALUATE.
                  IF WS-PROF-STATUS NOT = "00"
                      IF WS-AUTH-MODE = "B" OR WS-AUTH-MODE = "M"
                              OR WS-AUTH-MODE = "R"
                              OR WS-AUTH-MODE = "P"
                          DISPLAY "OPERATOR PROFILE FILE NOT "
                              "FOUND - MODE " WS-AUTH-MODE
                              " REFUSED"
                      CLOSE PROFILE-FILE
                  END-IF.
              CHECK-PROFILE-MODES.
                  IF WS-AUTH-MODE = "P"
                      IF OPERATOR-IS-APPROVER
                          SET OPERATOR-AUTHORIZED TO TRUE
                      END-IF
                  ELSE
                      MOVE ZERO TO WS-MODE-HITS
                      INSPECT PROF-MODES TALLYING WS-MODE-HITS
                          FOR ALL WS-AUTH-MODE
                      IF WS-MODE-HITS > 0
                          SET OPERATOR-AUTHORIZED TO TRUE
                      END-IF
                  END-IF.
              WRITE-AUTH-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE WS-AUTH-STATUS TO AUD-STATUS.
                  MOVE SPACES TO AUD-ACCT.
                  MOVE WS-AUTH-MODE TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              INTERACTIVE-PROCESS.
                  DISPLAY "ENTER OPERATION (A/S/M/D)".
                          MOVE ACCT-BALANCE-B TO B
                          DISPLAY "ACCOUNT NAME: " ACCT-NAME
                          DISPLAY "ACCOUNT STATUS: " ACCT-STATUS
                          DISPLAY "ACCOUNT CURRENCY: " ACCT-CURRENCY
                      END-IF
                      CLOSE ACCOUNT-MASTER
                  END-IF.
                      DISPLAY "ACCOUNT ALREADY ON MASTER - "
                          "ADD REJECTED"
                  ELSE
                      MOVE SPACE TO WS-OLD-STATUS
                      PERFORM MAINT-ACCEPT-BALANCES
                      PERFORM MAINT-ACCEPT-DETAILS
                      PERFORM MAINT-ACCEPT-CURRENCY
                      MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
                      MOVE ZERO TO ACCT-BALANCE-A
                      MOVE ZERO TO ACCT-BALANCE-B
                      MOVE WS-NEW-NAME TO ACCT-NAME
                      MOVE WS-NEW-STATUS TO ACCT-STATUS
                      MOVE WS-NEW-CURRENCY TO ACCT-CURRENCY
                      WRITE ACCOUNT-RECORD
                          INVALID KEY
                              DISPLAY "ADD FAILED - STATUS "
                                  WS-ACCT-STATUS
                          NOT INVALID KEY
                              MOVE "MAINT-ADD" TO WS-MAINT-STATUS
                              MOVE ZERO TO AUD-A
                              MOVE ZERO TO AUD-B
                              PERFORM WRITE-MAINT-AUDIT
                              DISPLAY "ACCOUNT ADDED"
                              IF WS-NEW-BAL-A NOT = ZERO
                                      OR WS-NEW-BAL-B NOT = ZERO
                                  MOVE ZERO TO WS-OLD-BAL-A
                                  MOVE ZERO TO WS-OLD-BAL-B
                                  PERFORM QUEUE-BALANCE-CHANGE
                              END-IF
                      END-WRITE
                  END-IF.
              MAINT-CHANGE-ACCOUNT.
                  IF ACCOUNT-FOUND
                      DISPLAY "CURRENT NAME      = " ACCT-NAME
                      DISPLAY "CURRENT STATUS    = " ACCT-STATUS
                      DISPLAY "CURRENT CURRENCY  = " ACCT-CURRENCY
                      DISPLAY "CURRENT BALANCE A = " ACCT-BALANCE-A
                      DISPLAY "CURRENT BALANCE B = " ACCT-BALANCE-B
                      MOVE ACCT-BALANCE-A TO WS-OLD-BAL-A
                      MOVE ACCT-BALANCE-B TO WS-OLD-BAL-B
                      MOVE ACCT-STATUS TO WS-OLD-STATUS
                      IF ACCOUNT-DORMANT
                          DISPLAY "ACCOUNT IS DORMANT - REACTIVATION "
                              "NEEDS APPROVAL"
                          DISPLAY "ENTER STATUS D TO LEAVE IT DORMANT"
                      END-IF
                      PERFORM MAINT-ACCEPT-BALANCES
                      PERFORM MAINT-ACCEPT-DETAILS
                      MOVE SPACE TO WS-REACT-STATUS
                      IF WS-OLD-STATUS = "D" AND WS-NEW-STATUS NOT = "D"
                          MOVE WS-NEW-STATUS TO WS-REACT-STATUS
                          MOVE "D" TO WS-NEW-STATUS
                      END-IF
                      IF WS-NEW-NAME NOT = ACCT-NAME
                              OR WS-NEW-STATUS NOT = ACCT-STATUS
                          MOVE WS-NEW-NAME TO ACCT-NAME
                          MOVE WS-NEW-STATUS TO ACCT-STATUS
                          REWRITE ACCOUNT-RECORD
                              INVALID KEY
                                  DISPLAY "CHANGE FAILED - STATUS "
                                      WS-ACCT-STATUS
                              NOT INVALID KEY
                                  MOVE "MAINT-CHG" TO WS-MAINT-STATUS
                                  MOVE WS-OLD-BAL-A TO AUD-A
                                  MOVE WS-OLD-BAL-B TO AUD-B
                                  PERFORM WRITE-MAINT-AUDIT
                                  DISPLAY "ACCOUNT CHANGED"
                          END-REWRITE
                      END-IF
                      IF WS-NEW-BAL-A NOT = WS-OLD-BAL-A
                              OR WS-NEW-BAL-B NOT = WS-OLD-BAL-B
                          PERFORM QUEUE-BALANCE-CHANGE
                      END-IF
                      IF WS-REACT-STATUS NOT = SPACE
                          PERFORM QUEUE-REACTIVATION
                      END-IF
                  ELSE
                      DISPLAY "ACCOUNT NOT FOUND"
                  END-IF.
              QUEUE-REACTIVATION.
                  MOVE SPACES TO PENDING-RECORD.
                  MOVE "D" TO PND-TYPE.
                  MOVE WS-ACCOUNT-NUMBER TO PND-ACCT.
                  MOVE "D" TO PND-OLD-STATUS.
                  MOVE WS-REACT-STATUS TO PND-NEW-STATUS.
                  PERFORM WRITE-PENDING-REQUEST.
                  IF WS-PND-STATUS = "00"
                      MOVE WS-OLD-BAL-A TO AUD-A
                      MOVE WS-OLD-BAL-B TO AUD-B
                      MOVE "PND-REQ" TO WS-MAINT-STATUS
                      PERFORM WRITE-MAINT-AUDIT
                      DISPLAY "REACTIVATION SENT FOR APPROVAL"
                  END-IF.
              QUEUE-BALANCE-CHANGE.
                  MOVE SPACES TO PENDING-RECORD.
                  MOVE "M" TO PND-TYPE.
                  MOVE WS-ACCOUNT-NUMBER TO PND-ACCT.
                  MOVE WS-OLD-BAL-A TO PND-OLD-BAL-A.
                  MOVE WS-OLD-BAL-B TO PND-OLD-BAL-B.
                  MOVE WS-NEW-BAL-A TO PND-NEW-BAL-A.
                  MOVE WS-NEW-BAL-B TO PND-NEW-BAL-B.
                  PERFORM WRITE-PENDING-REQUEST.
                  IF WS-PND-STATUS = "00"
                      MOVE WS-NEW-BAL-A TO AUD-A
                      MOVE WS-NEW-BAL-B TO AUD-B
                      MOVE "PND-REQ" TO WS-MAINT-STATUS
                      PERFORM WRITE-MAINT-AUDIT
                      DISPLAY "BALANCE CHANGE SENT FOR APPROVAL"
                  END-IF.
              WRITE-PENDING-REQUEST.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(1:8) TO PND-REQ-DATE.
                  MOVE WS-CURRENT-DATE(9:6) TO PND-REQ-TIME.
                  MOVE WS-OPERATOR-ID TO PND-REQUESTER.
                  OPEN EXTEND PENDING-FILE.
                  IF WS-PND-STATUS = "35"
                      OPEN OUTPUT PENDING-FILE
                  END-IF.
                  IF WS-PND-STATUS NOT = "00"
                      DISPLAY "PENDING FILE NOT AVAILABLE - STATUS "
                          WS-PND-STATUS " - CHANGE NOT QUEUED"
                  ELSE
                      WRITE PENDING-RECORD
                      CLOSE PENDING-FILE
                  END-IF.
              MAINT-DELETE-ACCOUNT.
                  DISPLAY "ENTER ACCOUNT NUMBER TO DELETE".
                  ACCEPT WS-ACCOUNT-NUMBER.
                      DISPLAY "NAME      = " ACCT-NAME
                      DISPLAY "BALANCE A = " ACCT-BALANCE-A
                      DISPLAY "BALANCE B = " ACCT-BALANCE-B
                      PERFORM CHECK-PENDING-FOR-ACCOUNT
                      IF ACCOUNT-DORMANT
                          DISPLAY "ACCOUNT IS DORMANT - "
                              "DELETE REFUSED"
                      ELSE
                          IF ACCOUNT-HAS-PENDING
                              DISPLAY "CHANGES AWAITING APPROVAL FOR "
                                  "ACCOUNT - DELETE REFUSED"
                          ELSE
                              PERFORM MAINT-CONFIRM-DELETE
                          END-IF
                      END-IF
                  ELSE
                      DISPLAY "ACCOUNT NOT FOUND"
                  END-IF.
              MAINT-CONFIRM-DELETE.
                  DISPLAY "DELETE THIS ACCOUNT? (Y/N)".
                  ACCEPT WS-CONFIRM.
                  IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      MOVE ACCT-BALANCE-A TO AUD-A
                      MOVE ACCT-BALANCE-B TO AUD-B
                      DELETE ACCOUNT-MASTER RECORD
                          INVALID KEY
                              DISPLAY "DELETE FAILED - STATUS "
                                  WS-ACCT-STATUS
                          NOT INVALID KEY
                              MOVE "MAINT-DEL" TO WS-MAINT-STATUS
                              PERFORM WRITE-MAINT-AUDIT
                              DISPLAY "ACCOUNT DELETED"
                      END-DELETE
                  ELSE
                      DISPLAY "DELETE CANCELLED"
                  END-IF.
              CHECK-PENDING-FOR-ACCOUNT.
                  MOVE "N" TO WS-PND-MATCH-FLAG.
                  MOVE "N" TO WS-PND-EOF-FLAG.
                  OPEN INPUT PENDING-FILE.
                  IF WS-PND-STATUS = "00"
                      PERFORM UNTIL END-OF-PENDING-FILE
                          READ PENDING-FILE
                              AT END
                                  SET END-OF-PENDING-FILE TO TRUE
                              NOT AT END
                                  IF PND-ACCT = WS-ACCOUNT-NUMBER
                                      SET ACCOUNT-HAS-PENDING TO TRUE
                                      SET END-OF-PENDING-FILE TO TRUE
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE PENDING-FILE
                  END-IF.
              MAINT-ACCEPT-BALANCES.
                  MOVE "N" TO WS-CONFIRM.
                  PERFORM UNTIL WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      IF WS-NEW-STATUS NOT = "O"
                              AND WS-NEW-STATUS NOT = "F"
                              AND WS-NEW-STATUS NOT = "C"
                              AND (WS-NEW-STATUS NOT = "D"
                                  OR WS-OLD-STATUS NOT = "D")
                          DISPLAY "INVALID STATUS - "
                              "MUST BE O, F, OR C"
                          MOVE "N" TO WS-CONFIRM
                          ACCEPT WS-CONFIRM
                      END-IF
                  END-PERFORM.
              MAINT-ACCEPT-CURRENCY.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  PERFORM LOAD-RATE-TABLE.
                  MOVE "N" TO WS-CONFIRM.
                  PERFORM UNTIL WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      DISPLAY "ENTER ACCOUNT CURRENCY - BLANK FOR "
                          WS-BASE-CURRENCY
                      MOVE SPACES TO WS-NEW-CURRENCY
                      ACCEPT WS-NEW-CURRENCY
                      IF WS-NEW-CURRENCY = SPACES
                          MOVE WS-BASE-CURRENCY TO WS-NEW-CURRENCY
                      END-IF
                      MOVE WS-NEW-CURRENCY TO WS-RATE-CURRENCY
                      PERFORM FIND-CURRENCY-RATE
                      IF NOT RATE-FOUND
                          DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                              WS-NEW-CURRENCY
                          MOVE "N" TO WS-CONFIRM
                      ELSE
                          DISPLAY "YOU ENTERED -"
                          DISPLAY "  CURRENCY = " WS-NEW-CURRENCY
                          DISPLAY "CORRECT? (Y/N)"
                          ACCEPT WS-CONFIRM
                      END-IF
                  END-PERFORM.
              WRITE-MAINT-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-C.
                  MOVE WS-MAINT-STATUS TO AUD-STATUS.
                  MOVE WS-ACCOUNT-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              CORRECTION-PROCESS.
                  PERFORM LOAD-REJECT-TABLE.
                      ADD 1 TO WS-REJ-COUNT
                      MOVE REJ-TRANS TO REJT-REC(WS-REJ-COUNT)
                      MOVE REJ-REASON TO REJT-REASON(WS-REJ-COUNT)
                      MOVE REJ-CURRENCY TO REJT-CURRENCY(WS-REJ-COUNT)
                      MOVE "Y" TO REJT-KEEP(WS-REJ-COUNT)
                  ELSE
                      SET REJ-TABLE-FULL TO TRUE
                  END-IF.
              REVIEW-REJECT-RECORD.
                  DISPLAY "REJECT: " REJT-REC(WS-REJ-IDX)
                      " " REJT-CURRENCY(WS-REJ-IDX)
                      "  REASON: " REJT-REASON(WS-REJ-IDX).
                  DISPLAY "RELEASE, FIX, SKIP, OR QUIT (R/F/S/Q)?".
                  ACCEPT WS-CORR-ACTION.
                      WHEN "R"
                      WHEN "r"
                          MOVE REJT-REC(WS-REJ-IDX) TO WS-FIX-REC
                          MOVE REJT-CURRENCY(WS-REJ-IDX)
                              TO FIX-CURRENCY
                          PERFORM RELEASE-REJECT-RECORD
                      WHEN "F"
                      WHEN "f"
                      ACCEPT WS-NEW-BAL-A
                      DISPLAY "ENTER THE VALUE OF B"
                      ACCEPT WS-NEW-BAL-B
                      DISPLAY "ENTER CURRENCY CODE "
                          "(BLANK FOR ACCOUNT CURRENCY)"
                      ACCEPT WS-NEW-CURRENCY
                      IF WS-NEW-OP NOT = "A" AND WS-NEW-OP NOT = "S"
                              AND WS-NEW-OP NOT = "M"
                              AND WS-NEW-OP NOT = "D"
                          END-IF
                          DISPLAY "  A = " WS-NEW-BAL-A
                          DISPLAY "  B = " WS-NEW-BAL-B
                          DISPLAY "  CURRENCY = " WS-NEW-CURRENCY
                          DISPLAY "CORRECT? (Y/N)"
                          ACCEPT WS-CONFIRM
                      END-IF
                  ELSE
                      MOVE SPACES TO FIX-TO-ACCT
                  END-IF.
                  MOVE WS-NEW-CURRENCY TO FIX-CURRENCY.
                  PERFORM QUEUE-REJECT-FIX.
              QUEUE-REJECT-FIX.
                  MOVE SPACES TO PENDING-RECORD.
                  MOVE "R" TO PND-TYPE.
                  MOVE FIX-ACCT TO PND-ACCT.
                  MOVE REJT-REC(WS-REJ-IDX) TO PND-OLD-TRANS.
                  MOVE WS-FIX-REC TO PND-NEW-TRANS.
                  MOVE REJT-REASON(WS-REJ-IDX) TO PND-REJ-REASON.
                  MOVE REJT-CURRENCY(WS-REJ-IDX) TO PND-OLD-CURRENCY.
                  MOVE FIX-CURRENCY TO PND-NEW-CURRENCY.
                  PERFORM WRITE-PENDING-REQUEST.
                  IF WS-PND-STATUS = "00"
                      MOVE "N" TO REJT-KEEP(WS-REJ-IDX)
                      MOVE FIX-ACCT TO WS-ACCOUNT-NUMBER
                      MOVE FIX-A TO AUD-A
                      MOVE FIX-B TO AUD-B
                      MOVE "PND-REQ" TO WS-MAINT-STATUS
                      PERFORM WRITE-MAINT-AUDIT
                      DISPLAY "CORRECTION SENT FOR APPROVAL"
                  END-IF.
              RELEASE-REJECT-RECORD.
                  WRITE RELEASE-RECORD FROM WS-FIX-REC.
                  MOVE "N" TO REJT-KEEP(WS-REJ-IDX).
                  PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                          UNTIL WS-REJ-IDX > WS-REJ-COUNT
                      IF REJT-KEEP(WS-REJ-IDX) = "Y"
                          MOVE SPACES TO REJECT-RECORD
                          MOVE REJT-REC(WS-REJ-IDX) TO REJ-TRANS
                          MOVE REJT-REASON(WS-REJ-IDX)
                              TO REJ-REASON
                          MOVE REJT-CURRENCY(WS-REJ-IDX)
                              TO REJ-CURRENCY
                          WRITE REJECT-RECORD
                      END-IF
                  END-PERFORM.
                  CLOSE REJECT-FILE.
              APPROVAL-PROCESS.
                  PERFORM READ-APPROVAL-PARAMETERS.
                  ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                  PERFORM LOAD-PENDING-TABLE.
                  IF PND-TABLE-FULL
                      DISPLAY "TOO MANY PENDING CHANGES FOR ONE "
                          "APPROVAL RUN - RUN CANCELLED"
                  ELSE
                      OPEN I-O ACCOUNT-MASTER
                      IF WS-ACCT-STATUS NOT = "00"
                          DISPLAY "ACCOUNT MASTER NOT AVAILABLE - "
                              "STATUS " WS-ACCT-STATUS
                      ELSE
                          OPEN OUTPUT APPROVAL-REPORT
                          MOVE WS-TODAY TO APH-DATE
                          MOVE WS-OPERATOR-ID TO APH-OPERATOR
                          WRITE APPROVAL-LINE FROM WS-APPR-HEADER-1
                          WRITE APPROVAL-LINE FROM WS-APPR-HEADER-2
                          PERFORM EXPIRE-PENDING-CHANGES
                          PERFORM REVIEW-PENDING-TABLE
                          PERFORM REWRITE-PENDING-FILE
                          PERFORM WRITE-APPROVAL-TOTALS
                          CLOSE APPROVAL-REPORT
                          CLOSE ACCOUNT-MASTER
                          DISPLAY "APPROVAL RUN COMPLETE - "
                              "SEE PENDAPPR.RPT"
                      END-IF
                  END-IF.
              READ-APPROVAL-PARAMETERS.
                  OPEN INPUT PARM-FILE.
                  IF WS-PARM-STATUS = "00"
                      READ PARM-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF PRM-APPROVAL-DAYS NUMERIC
                                      AND PRM-APPROVAL-DAYS > 0
                                  MOVE PRM-APPROVAL-DAYS
                                      TO WS-EXPIRY-DAYS
                              END-IF
                      END-READ
                      CLOSE PARM-FILE
                  END-IF.
              LOAD-PENDING-TABLE.
                  MOVE ZERO TO WS-PND-COUNT.
                  MOVE "N" TO WS-PND-FULL-FLAG.
                  MOVE "N" TO WS-PND-EOF-FLAG.
                  OPEN INPUT PENDING-FILE.
                  IF WS-PND-STATUS = "00"
                      PERFORM UNTIL END-OF-PENDING-FILE
                          READ PENDING-FILE
                              AT END
                                  SET END-OF-PENDING-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-PENDING-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE PENDING-FILE
                  END-IF.
              ADD-PENDING-TO-TABLE.
                  IF WS-PND-COUNT < 200
                      ADD 1 TO WS-PND-COUNT
                      MOVE PENDING-RECORD TO PNDT-REC(WS-PND-COUNT)
                      MOVE "Y" TO PNDT-KEEP(WS-PND-COUNT)
                  ELSE
                      SET PND-TABLE-FULL TO TRUE
                      SET END-OF-PENDING-FILE TO TRUE
                  END-IF.
              EXPIRE-PENDING-CHANGES.
                  PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                          UNTIL WS-PND-IDX > WS-PND-COUNT
                      MOVE PNDT-REC(WS-PND-IDX) TO PENDING-RECORD
                      IF PND-REQ-DATE NUMERIC
                              AND PND-REQ-DATE > 19000000
                          COMPUTE WS-PND-AGE
                              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                              - FUNCTION INTEGER-OF-DATE(PND-REQ-DATE)
                      ELSE
                          MOVE ZERO TO WS-PND-AGE
                      END-IF
                      IF WS-PND-AGE > WS-EXPIRY-DAYS
                          PERFORM EXPIRE-PENDING-CHANGE
                      END-IF
                  END-PERFORM.
              EXPIRE-PENDING-CHANGE.
                  IF PENDING-REJECT-FIX
                      PERFORM RETURN-FIX-TO-REJECTS
                  END-IF.
                  MOVE "N" TO PNDT-KEEP(WS-PND-IDX).
                  ADD 1 TO WS-EXPIRED-COUNT.
                  MOVE "PND-EXPD" TO WS-MAINT-STATUS.
                  PERFORM WRITE-PENDING-AUDIT.
                  MOVE "EXPIRED" TO APD-OUTCOME.
                  PERFORM WRITE-PENDING-REPORT-LINE.
              REVIEW-PENDING-TABLE.
                  MOVE "N" TO WS-APPR-DONE-FLAG.
                  PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                          UNTIL WS-PND-IDX > WS-PND-COUNT
                          OR APPROVAL-DONE
                      IF PNDT-KEEP(WS-PND-IDX) = "Y"
                          MOVE PNDT-REC(WS-PND-IDX) TO PENDING-RECORD
                          PERFORM REVIEW-PENDING-CHANGE
                      END-IF
                  END-PERFORM.
              REVIEW-PENDING-CHANGE.
                  IF PND-REQUESTER = WS-OPERATOR-ID
                      DISPLAY "OWN REQUEST FOR ACCOUNT " PND-ACCT
                          " - CANNOT BE APPROVED BY REQUESTER"
                  ELSE
                      PERFORM DISPLAY-PENDING-CHANGE
                      DISPLAY "APPROVE, DECLINE, SKIP, OR QUIT "
                          "(A/D/S/Q)?"
                      ACCEPT WS-APPR-ACTION
                      EVALUATE WS-APPR-ACTION
                          WHEN "A"
                          WHEN "a"
                              EVALUATE TRUE
                                  WHEN PENDING-BALANCE-CHANGE
                                      PERFORM APPROVE-BALANCE-CHANGE
                                  WHEN PENDING-REACTIVATION
                                      PERFORM APPROVE-REACTIVATION
                                  WHEN OTHER
                                      PERFORM APPROVE-REJECT-FIX
                              END-EVALUATE
                          WHEN "D"
                          WHEN "d"
                              PERFORM DECLINE-PENDING-CHANGE
                          WHEN "S"
                          WHEN "s"
                              CONTINUE
                          WHEN "Q"
                          WHEN "q"
                              SET APPROVAL-DONE TO TRUE
                          WHEN OTHER
                              DISPLAY "INVALID ACTION - CHANGE SKIPPED"
                      END-EVALUATE
                  END-IF.
              DISPLAY-PENDING-CHANGE.
                  DISPLAY "REQUESTED " PND-REQ-DATE " " PND-REQ-TIME
                      " BY " PND-REQUESTER.
                  EVALUATE TRUE
                      WHEN PENDING-BALANCE-CHANGE
                          DISPLAY "BALANCE CHANGE FOR ACCOUNT " PND-ACCT
                          DISPLAY "  BALANCE A " PND-OLD-BAL-A
                              " TO " PND-NEW-BAL-A
                          DISPLAY "  BALANCE B " PND-OLD-BAL-B
                              " TO " PND-NEW-BAL-B
                      WHEN PENDING-REACTIVATION
                          DISPLAY "REACTIVATION OF DORMANT ACCOUNT "
                              PND-ACCT
                          DISPLAY "  STATUS " PND-OLD-STATUS
                              " TO " PND-NEW-STATUS
                      WHEN OTHER
                          DISPLAY "REJECT CORRECTION - REASON "
                              PND-REJ-REASON
                          DISPLAY "  BEFORE: " PND-OLD-TRANS
                              " " PND-OLD-CURRENCY
                          DISPLAY "  AFTER:  " PND-NEW-TRANS
                              " " PND-NEW-CURRENCY
                  END-EVALUATE.
              APPROVE-BALANCE-CHANGE.
                  MOVE PND-ACCT TO WS-ACCOUNT-NUMBER.
                  PERFORM MAINT-FIND-ACCOUNT.
                  IF NOT ACCOUNT-FOUND
                      DISPLAY "ACCOUNT NO LONGER ON MASTER - "
                          "DECLINE THIS CHANGE"
                  ELSE
                      IF ACCT-BALANCE-A NOT = PND-OLD-BAL-A
                              OR ACCT-BALANCE-B NOT = PND-OLD-BAL-B
                          DISPLAY "BALANCES CHANGED SINCE REQUEST - "
                              "APPROVAL REFUSED"
                      ELSE
                          MOVE PND-NEW-BAL-A TO ACCT-BALANCE-A
                          MOVE PND-NEW-BAL-B TO ACCT-BALANCE-B
                          REWRITE ACCOUNT-RECORD
                              INVALID KEY
                                  DISPLAY "CHANGE FAILED - STATUS "
                                      WS-ACCT-STATUS
                              NOT INVALID KEY
                                  PERFORM RECORD-PENDING-APPROVAL
                                  MOVE "MAINT-CHG" TO WS-MAINT-STATUS
                                  MOVE PND-NEW-BAL-A TO AUD-A
                                  MOVE PND-NEW-BAL-B TO AUD-B
                                  PERFORM WRITE-MAINT-AUDIT
                                  DISPLAY "ACCOUNT CHANGED"
                          END-REWRITE
                      END-IF
                  END-IF.
              APPROVE-REACTIVATION.
                  MOVE PND-ACCT TO WS-ACCOUNT-NUMBER.
                  PERFORM MAINT-FIND-ACCOUNT.
                  IF NOT ACCOUNT-FOUND
                      DISPLAY "ACCOUNT NO LONGER ON MASTER - "
                          "DECLINE THIS CHANGE"
                  ELSE
                      IF NOT ACCOUNT-DORMANT
                          DISPLAY "ACCOUNT NO LONGER DORMANT - "
                              "DECLINE THIS CHANGE"
                      ELSE
                          MOVE PND-NEW-STATUS TO ACCT-STATUS
                          REWRITE ACCOUNT-RECORD
                              INVALID KEY
                                  DISPLAY "CHANGE FAILED - STATUS "
                                      WS-ACCT-STATUS
                              NOT INVALID KEY
                                  PERFORM RECORD-PENDING-APPROVAL
                                  MOVE "DORM-REAC" TO WS-MAINT-STATUS
                                  MOVE ACCT-BALANCE-A TO AUD-A
                                  MOVE ACCT-BALANCE-B TO AUD-B
                                  PERFORM WRITE-MAINT-AUDIT
                                  DISPLAY "ACCOUNT REACTIVATED"
                          END-REWRITE
                      END-IF
                  END-IF.
              APPROVE-REJECT-FIX.
                  OPEN EXTEND RELEASE-FILE.
                  IF WS-REL-STATUS = "35"
                      OPEN OUTPUT RELEASE-FILE
                  END-IF.
                  MOVE SPACES TO RELEASE-RECORD.
                  MOVE PND-NEW-TRANS TO REL-TRANS.
                  MOVE PND-NEW-CURRENCY TO REL-CURRENCY.
                  WRITE RELEASE-RECORD.
                  CLOSE RELEASE-FILE.
                  PERFORM RECORD-PENDING-APPROVAL.
                  MOVE PND-NEW-TRANS TO WS-FIX-REC.
                  MOVE FIX-ACCT TO WS-ACCOUNT-NUMBER.
                  MOVE FIX-A TO AUD-A.
                  MOVE FIX-B TO AUD-B.
                  MOVE "REJ-REL" TO WS-MAINT-STATUS.
                  PERFORM WRITE-MAINT-AUDIT.
                  DISPLAY "RECORD RELEASED FOR NEXT BATCH RUN".
              RECORD-PENDING-APPROVAL.
                  MOVE "N" TO PNDT-KEEP(WS-PND-IDX).
                  ADD 1 TO WS-APPROVED-COUNT.
                  MOVE "PND-APPR" TO WS-MAINT-STATUS.
                  PERFORM WRITE-PENDING-AUDIT.
                  MOVE "APPROVED" TO APD-OUTCOME.
                  PERFORM WRITE-PENDING-REPORT-LINE.
              DECLINE-PENDING-CHANGE.
                  IF PENDING-REJECT-FIX
                      PERFORM RETURN-FIX-TO-REJECTS
                  END-IF.
                  MOVE "N" TO PNDT-KEEP(WS-PND-IDX).
                  ADD 1 TO WS-DECLINED-COUNT.
                  MOVE "PND-DECL" TO WS-MAINT-STATUS.
                  PERFORM WRITE-PENDING-AUDIT.
                  MOVE "DECLINED" TO APD-OUTCOME.
                  PERFORM WRITE-PENDING-REPORT-LINE.
                  DISPLAY "CHANGE DECLINED".
              RETURN-FIX-TO-REJECTS.
                  OPEN EXTEND REJECT-FILE.
                  IF WS-REJ-STATUS = "35"
                      OPEN OUTPUT REJECT-FILE
                  END-IF.
                  MOVE SPACES TO REJECT-RECORD.
                  MOVE PND-OLD-TRANS TO REJ-TRANS.
                  MOVE PND-REJ-REASON TO REJ-REASON.
                  MOVE PND-OLD-CURRENCY TO REJ-CURRENCY.
                  WRITE REJECT-RECORD.
                  CLOSE REJECT-FILE.
              WRITE-PENDING-AUDIT.
                  MOVE PND-ACCT TO WS-ACCOUNT-NUMBER.
                  EVALUATE TRUE
                      WHEN PENDING-BALANCE-CHANGE
                          MOVE PND-NEW-BAL-A TO AUD-A
                          MOVE PND-NEW-BAL-B TO AUD-B
                      WHEN PENDING-REACTIVATION
                          MOVE ZERO TO AUD-A
                          MOVE ZERO TO AUD-B
                      WHEN OTHER
                          MOVE PND-NEW-TRANS TO WS-FIX-REC
                          MOVE FIX-A TO AUD-A
                          MOVE FIX-B TO AUD-B
                  END-EVALUATE.
                  PERFORM WRITE-MAINT-AUDIT.
              WRITE-PENDING-REPORT-LINE.
                  MOVE PND-REQ-DATE TO APD-DATE.
                  MOVE PND-TYPE TO APD-TYPE.
                  MOVE PND-ACCT TO APD-ACCT.
                  MOVE PND-REQUESTER TO APD-REQUESTER.
                  EVALUATE TRUE
                      WHEN PENDING-BALANCE-CHANGE
                          MOVE PND-OLD-BAL-A TO APB-BAL-A
                          MOVE PND-OLD-BAL-B TO APB-BAL-B
                          MOVE WS-APPR-BALANCES TO APD-BEFORE
                          MOVE PND-NEW-BAL-A TO APB-BAL-A
                          MOVE PND-NEW-BAL-B TO APB-BAL-B
                          MOVE WS-APPR-BALANCES TO APD-AFTER
                      WHEN PENDING-REACTIVATION
                          MOVE SPACES TO APD-BEFORE
                          MOVE SPACES TO APD-AFTER
                          STRING "STATUS " PND-OLD-STATUS
                              DELIMITED BY SIZE INTO APD-BEFORE
                          STRING "STATUS " PND-NEW-STATUS
                              DELIMITED BY SIZE INTO APD-AFTER
                      WHEN OTHER
                          MOVE SPACES TO APD-BEFORE
                          MOVE SPACES TO APD-AFTER
                          STRING PND-OLD-TRANS " " PND-OLD-CURRENCY
                              DELIMITED BY SIZE INTO APD-BEFORE
                          STRING PND-NEW-TRANS " " PND-NEW-CURRENCY
                              DELIMITED BY SIZE INTO APD-AFTER
                  END-EVALUATE.
                  WRITE APPROVAL-LINE FROM WS-APPR-DETAIL-LINE.
                  WRITE APPROVAL-LINE FROM WS-APPR-AFTER-LINE.
              REWRITE-PENDING-FILE.
                  OPEN OUTPUT PENDING-FILE.
                  PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                          UNTIL WS-PND-IDX > WS-PND-COUNT
                      IF PNDT-KEEP(WS-PND-IDX) = "Y"
                          MOVE PNDT-REC(WS-PND-IDX) TO PENDING-RECORD
                          WRITE PENDING-RECORD
                          ADD 1 TO WS-STILL-PENDING-COUNT
                          MOVE "PENDING" TO APD-OUTCOME
                          PERFORM WRITE-PENDING-REPORT-LINE
                      END-IF
                  END-PERFORM.
                  CLOSE PENDING-FILE.
              WRITE-APPROVAL-TOTALS.
                  MOVE SPACES TO APPROVAL-LINE.
                  WRITE APPROVAL-LINE.
                  MOVE WS-APPROVED-COUNT TO APT-APPROVED.
                  MOVE WS-DECLINED-COUNT TO APT-DECLINED.
                  MOVE WS-EXPIRED-COUNT TO APT-EXPIRED.
                  MOVE WS-STILL-PENDING-COUNT TO APT-PENDING.
                  WRITE APPROVAL-LINE FROM WS-APPR-TOTAL-LINE.
              BATCH-PROCESS.
                  IF WS-CMD-CTL NOT = SPACES
                      MOVE FUNCTION NUMVAL(WS-CMD-CTL)
                      END-IF
                  END-IF.
                  INITIALIZE WS-GL-SUMS.
                  INITIALIZE WS-CCY-TOTALS.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  PERFORM LOAD-RATE-TABLE.
                  PERFORM CHECK-FOR-CHECKPOINT.
                  PERFORM WRITE-CHECKPOINT.
                  PERFORM LOAD-MONITOR-TABLE.
                  IF MONITORING-ACTIVE
                      PERFORM LOAD-VELOCITY-TALLIES
                  END-IF.
                  IF WS-RECORDS-READ > 0 OR WS-RELEASES-DONE > 0
                      OPEN EXTEND REPORT-FILE
                      IF WS-REPORT-STATUS = "35"
                  IF WS-REJ-STATUS = "35"
                      OPEN OUTPUT REJECT-FILE
                  END-IF.
                  OPEN EXTEND SUSPENSE-FILE.
                  IF WS-SUS-STATUS = "35"
                      OPEN OUTPUT SUSPENSE-FILE
                  END-IF.
                  IF WS-SUS-STATUS = "00"
                      SET SUSPENSE-OPEN TO TRUE
                  ELSE
                      DISPLAY "SUSPENSE FILE NOT AVAILABLE - STATUS "
                          WS-SUS-STATUS
                  END-IF.
                  OPEN EXTEND HOLD-FILE.
                  IF WS-HLD-STATUS = "35"
                      OPEN OUTPUT HOLD-FILE
                  END-IF.
                  IF WS-HLD-STATUS = "00"
                      SET HOLD-FILE-OPEN TO TRUE
                  ELSE
                      DISPLAY "HOLD FILE NOT AVAILABLE - STATUS "
                          WS-HLD-STATUS
                  END-IF.
                  OPEN INPUT TRANS-FILE.
                  IF WS-TRANS-STATUS NOT = "00"
                      DISPLAY "TRANSACTION FILE NOT FOUND"
                      CLOSE TRANS-FILE
                  END-IF.
                  CLOSE REJECT-FILE.
                  IF SUSPENSE-OPEN
                      CLOSE SUSPENSE-FILE
                  END-IF.
                  IF HOLD-FILE-OPEN
                      CLOSE HOLD-FILE
                  END-IF.
                  IF WS-LATE-YEAR > 0 AND NOT BATCH-REFUSED
                      MOVE "YR-LATEND" TO WS-AUTH-STATUS
                      PERFORM WRITE-YEAR-BATCH-AUDIT
                  END-IF.
                  IF WS-BATCH-DATE NOT = SPACES AND NOT BATCH-REFUSED
                      MOVE "BATCH-END" TO WS-AUTH-STATUS
                      PERFORM WRITE-BATCH-DATE-AUDIT
                  END-IF.
                  PERFORM WRITE-REPORT-TOTALS.
                  PERFORM WRITE-RECONCILIATION.
                  PERFORM WRITE-RUN-HISTORY.
                          IF NOT RECON-MATCH
                                  OR WS-REJECT-COUNT > 0
                                  OR WS-UNMATCHED-COUNT > 0
                                  OR WS-HELD-COUNT > 0
                              MOVE 4 TO WS-RETURN-CODE
                          END-IF
                      END-IF
                      END-READ
                      CLOSE PARM-FILE
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
              LOAD-RATE-TABLE.
                  ACCEPT WS-FX-DATE FROM DATE YYYYMMDD.
                  MOVE ZERO TO WS-RATE-COUNT.
                  MOVE "N" TO WS-FXR-EOF-FLAG.
                  MOVE "N" TO WS-RATE-FULL-FLAG.
                  OPEN INPUT RATE-FILE.
                  IF WS-FXR-STATUS NOT = "00"
                      DISPLAY "FXRATE NOT FOUND - ONLY "
                          WS-BASE-CURRENCY " AND SAME-CURRENCY ITEMS "
                          "CAN BE POSTED"
                  ELSE
                      PERFORM UNTIL END-OF-RATE-FILE
                          READ RATE-FILE
                              AT END
                                  SET END-OF-RATE-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-RATE-ROW
                          END-READ
                      END-PERFORM
                      CLOSE RATE-FILE
                  END-IF.
              ADD-RATE-ROW.
                  IF FXR-EFF-DATE NUMERIC AND FXR-RATE NUMERIC
                          AND FXR-RATE > 0
                      IF WS-RATE-COUNT < 500
                          ADD 1 TO WS-RATE-COUNT
                          MOVE FXR-CURRENCY
                              TO RATET-CURRENCY(WS-RATE-COUNT)
                          MOVE FXR-EFF-DATE
                              TO RATET-EFF-DATE(WS-RATE-COUNT)
                          MOVE FXR-RATE TO RATET-RATE(WS-RATE-COUNT)
                      ELSE
                          IF NOT RATE-TABLE-FULL
                              DISPLAY "FXRATE TABLE FULL - LATER "
                                  "RATES IGNORED"
                              SET RATE-TABLE-FULL TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              FIND-CURRENCY-RATE.
                  MOVE "N" TO WS-RATE-FOUND-FLAG.
                  MOVE ZERO TO WS-RATE-VALUE.
                  MOVE ZERO TO WS-RATE-BEST-DATE.
                  IF WS-RATE-CURRENCY = WS-BASE-CURRENCY
                      SET RATE-FOUND TO TRUE
                      MOVE 1 TO WS-RATE-VALUE
                  ELSE
                      PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                              UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          IF RATET-CURRENCY(WS-RATE-IDX)
                                  = WS-RATE-CURRENCY
                                  AND RATET-EFF-DATE(WS-RATE-IDX)
                                  NOT > WS-FX-DATE
                                  AND RATET-EFF-DATE(WS-RATE-IDX)
                                  NOT < WS-RATE-BEST-DATE
                              SET RATE-FOUND TO TRUE
                              MOVE RATET-EFF-DATE(WS-RATE-IDX)
                                  TO WS-RATE-BEST-DATE
                              MOVE RATET-RATE(WS-RATE-IDX)
                                  TO WS-RATE-VALUE
                          END-IF
                      END-PERFORM
                  END-IF.
              CONVERT-ITEM-AMOUNT.
                  MOVE "N" TO WS-CNV-FAIL-FLAG.
                  MOVE "N" TO WS-CNV-DONE-FLAG.
                  MOVE SPACES TO WS-CNV-REASON.
                  MOVE WS-CNV-KEYED TO WS-CNV-AMOUNT.
                  MOVE 1 TO WS-CNV-FROM-RATE.
                  MOVE 1 TO WS-CNV-TO-RATE.
                  MOVE 1 TO WS-CNV-CROSS-RATE.
                  IF WS-CNV-TO-CCY = SPACES
                      MOVE WS-BASE-CURRENCY TO WS-CNV-TO-CCY
                  END-IF.
                  IF WS-CNV-FROM-CCY = SPACES
                      MOVE WS-CNV-TO-CCY TO WS-CNV-FROM-CCY
                  END-IF.
                  IF WS-CNV-FROM-CCY NOT = WS-CNV-TO-CCY
                      MOVE WS-CNV-FROM-CCY TO WS-RATE-CURRENCY
                      PERFORM FIND-CURRENCY-RATE
                      MOVE WS-RATE-VALUE TO WS-CNV-FROM-RATE
                      IF NOT RATE-FOUND
                          SET CONVERSION-FAILED TO TRUE
                      END-IF
                      MOVE WS-CNV-TO-CCY TO WS-RATE-CURRENCY
                      PERFORM FIND-CURRENCY-RATE
                      MOVE WS-RATE-VALUE TO WS-CNV-TO-RATE
                      IF NOT RATE-FOUND
                          SET CONVERSION-FAILED TO TRUE
                      END-IF
                      IF CONVERSION-FAILED
                          MOVE "FX-NORATE" TO WS-CNV-REASON
                      ELSE
                          COMPUTE WS-CNV-WORK ROUNDED
                              = WS-CNV-KEYED * WS-CNV-FROM-RATE
                              / WS-CNV-TO-RATE
                          IF FUNCTION ABS(WS-CNV-WORK) > 9999999.99
                              SET CONVERSION-FAILED TO TRUE
                              MOVE "FX-OVFL" TO WS-CNV-REASON
                          ELSE
                              MOVE WS-CNV-WORK TO WS-CNV-AMOUNT
                              COMPUTE WS-CNV-CROSS-RATE ROUNDED
                                  = WS-CNV-FROM-RATE / WS-CNV-TO-RATE
                                  ON SIZE ERROR
                                      MOVE ZERO TO WS-CNV-CROSS-RATE
                              END-COMPUTE
                              SET AMOUNT-CONVERTED TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              WRITE-FX-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE WS-CNV-KEYED TO AUD-A.
                  MOVE WS-CNV-CROSS-RATE TO AUF-RATE.
                  MOVE WS-CNV-AMOUNT TO AUD-C.
                  MOVE SPACES TO AUD-STATUS.
                  STRING "FX-" WS-CNV-FROM-CCY WS-CNV-TO-CCY
                      DELIMITED BY SIZE INTO AUD-STATUS.
                  MOVE WS-POST-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              TALLY-CURRENCY-POSTING.
                  MOVE ZERO TO WS-CCY-IDX.
                  PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                          UNTIL WS-CCY-SCAN > WS-CCY-COUNT
                          OR WS-CCY-IDX > 0
                      IF CCYT-CODE(WS-CCY-SCAN) = WS-CNV-TO-CCY
                          MOVE WS-CCY-SCAN TO WS-CCY-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-CCY-IDX = 0
                      IF WS-CCY-COUNT < 20
                          ADD 1 TO WS-CCY-COUNT
                          MOVE WS-CCY-COUNT TO WS-CCY-IDX
                          MOVE WS-CNV-TO-CCY TO CCYT-CODE(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-ITEMS(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-AMOUNT(WS-CCY-IDX)
                      ELSE
                          IF NOT CCY-TABLE-FULL
                              DISPLAY "CURRENCY TOTALS FULL - "
                                  "FURTHER CURRENCIES NOT TOTALLED"
                              SET CCY-TABLE-FULL TO TRUE
                          END-IF
                      END-IF
                  END-IF.
                  IF WS-CCY-IDX > 0
                      ADD 1 TO CCYT-ITEMS(WS-CCY-IDX)
                      ADD WS-CNV-AMOUNT TO CCYT-AMOUNT(WS-CCY-IDX)
                  END-IF.
                  IF AMOUNT-CONVERTED
                      ADD 1 TO WS-FX-COUNT
                      COMPUTE WS-FX-ADJUST-SUM = WS-FX-ADJUST-SUM
                          + WS-CNV-AMOUNT - WS-CNV-KEYED
                      COMPUTE WS-FX-DIFF-SUM ROUNDED = WS-FX-DIFF-SUM
                          + WS-CNV-KEYED * WS-CNV-FROM-RATE
                          - WS-CNV-AMOUNT * WS-CNV-TO-RATE
                  END-IF.
              SNAPSHOT-ACCOUNT-MASTER.
                  SET SNAPSHOT-TAKEN TO TRUE.
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                      MOVE WS-BACKUP-COUNT TO AUD-C
                      MOVE "BKP-TAKEN" TO AUD-STATUS
                      MOVE SPACES TO AUD-ACCT
                      CALL "AUDCHAIN" USING WS-CHAIN-APPEND
                          WS-AUDIT-DETAIL
                      WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
                  END-IF.
              POST-RESULT-TO-ACCOUNT.
                  END-IF.
                  IF NOT POSTING-MATCHED
                      ADD 1 TO WS-UNMATCHED-COUNT
                      IF MASTER-OPEN AND SUSPENSE-OPEN
                          PERFORM PARK-IN-SUSPENSE
                          MOVE "*** NOT ON MASTER - SUSPENDED ***"
                              TO EXC-REASON
                      ELSE
                          MOVE "*** NOT ON MASTER - NOT POSTED ***"
                              TO EXC-REASON
                      END-IF
                      MOVE SPACES TO EXC-NAME
                      PERFORM WRITE-ACCOUNT-EXCEPTION
                  END-IF.
              PARK-IN-SUSPENSE.
                  MOVE SPACES TO SUSPENSE-RECORD.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(1:8) TO SUS-DATE.
                  MOVE WS-CURRENT-DATE(9:6) TO SUS-TIME.
                  MOVE WS-BATCH-NUMBER TO SUS-BATCH-NUMBER.
                  MOVE TRANS-RECORD TO SUS-TRANS.
                  MOVE C TO SUS-AMOUNT.
                  MOVE WS-OPERATOR-ID TO SUS-OPERATOR.
                  MOVE TRANS-CURRENCY TO SUS-CURRENCY.
                  WRITE SUSPENSE-RECORD.
                  ADD 1 TO WS-SUSPENSE-COUNT.
                  ADD C TO WS-SUSPENSE-SUM.
                  MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT.
                  MOVE "SUSPENSE" TO WS-POST-STATUS.
                  MOVE C TO WS-POST-AMOUNT.
                  PERFORM WRITE-POSTING-AUDIT.
              POST-TO-ACCOUNT-RECORD.
                  MOVE ACCT-NAME TO EXC-NAME.
                  COMPUTE WS-TEMP-RESULT
                      = ACCT-BALANCE-A + WS-CNV-AMOUNT.
                  IF FUNCTION ABS(WS-TEMP-RESULT)
                              > 9999999.99
                      MOVE "*** POSTING OVERFLOW - SKIPPED ***"
                              PERFORM WRITE-ACCOUNT-EXCEPTION
                          NOT INVALID KEY
                              MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT
                              IF TRUSTED-SYSTEM-ITEM
                                  MOVE "SYS-POST" TO WS-POST-STATUS
                              ELSE
                                  MOVE "POSTED" TO WS-POST-STATUS
                              END-IF
                              IF AMOUNT-CONVERTED
                                  PERFORM WRITE-FX-AUDIT
                              END-IF
                              MOVE WS-CNV-AMOUNT TO WS-POST-AMOUNT
                              PERFORM WRITE-POSTING-AUDIT
                              PERFORM TALLY-CURRENCY-POSTING
                              MOVE TRANS-ACCT-NUMBER TO WS-MON-ACCT
                              MOVE WS-CNV-AMOUNT TO WS-MON-MOVE
                              IF TRUSTED-SYSTEM-ITEM
                                  MOVE "N" TO WS-MON-COUNT-ITEM
                              ELSE
                                  MOVE "Y" TO WS-MON-COUNT-ITEM
                              END-IF
                              PERFORM TALLY-POSTED-MOVEMENT
                      END-REWRITE
                  END-IF.
              WRITE-POSTING-AUDIT.
                  MOVE WS-POST-AMOUNT TO AUD-C.
                  MOVE WS-POST-STATUS TO AUD-STATUS.
                  MOVE WS-POST-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-ACCOUNT-EXCEPTION.
                  MOVE TRANS-ACCT-NUMBER TO EXC-ACCT.
                  MOVE WS-REJECT-COUNT TO HIS-REJECT-COUNT.
                  MOVE WS-SUM-C TO HIS-SUM-C.
                  MOVE WS-XFER-SUM TO HIS-XFER-SUM.
                  MOVE WS-SUSPENSE-SUM TO HIS-SUSPENSE-SUM.
                  MOVE WS-FX-ADJUST-SUM TO HIS-FX-ADJUST-SUM.
                  MOVE WS-FX-DIFF-SUM TO HIS-FX-DIFF-SUM.
                  MOVE WS-CONTROL-TOTAL TO HIS-CONTROL-TOTAL.
                  IF BATCH-REFUSED
                      MOVE "REFUSED" TO HIS-RECON-STATUS
                      MOVE SPACES TO HIS-BATCH-NUMBER
                      MOVE SPACES TO HIS-BATCH-DATE
                  ELSE
                      IF RECON-MATCH
                          MOVE "MATCH" TO HIS-RECON-STATUS
                          MOVE "MISMATCH" TO HIS-RECON-STATUS
                      END-IF
                      MOVE WS-BATCH-NUMBER TO HIS-BATCH-NUMBER
                      MOVE WS-BATCH-DATE TO HIS-BATCH-DATE
                  END-IF.
                  WRITE HISTORY-RECORD.
                  CLOSE HISTORY-FILE.
                              TO WS-RELEASES-DONE
                          MOVE CKP-BATCH-NUMBER
                              TO WS-BATCH-NUMBER
                          IF CKP-LATE-YEAR NUMERIC
                              MOVE CKP-LATE-YEAR TO WS-LATE-YEAR
                          END-IF
                          IF CKP-BATCH-DATE NUMERIC
                              MOVE CKP-BATCH-DATE TO WS-BATCH-DATE
                          END-IF
                          MOVE CKP-BATCH-SOURCE TO WS-BATCH-SOURCE
                          IF CKP-SUS-WOFF-COUNT NUMERIC
                              MOVE CKP-SUS-WOFF-COUNT
                                  TO WS-SUS-WOFF-COUNT
                              MOVE CKP-SUS-WOFF-SUM
                                  TO WS-SUS-WOFF-SUM
                          END-IF
                          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                                  UNTIL WS-GL-IDX > 5
                              MOVE CKP-OP-SUM(WS-GL-IDX)
                                  TO WS-OP-SUM(WS-GL-IDX)
                          END-PERFORM
                          MOVE CKP-XFER-SUM TO WS-XFER-SUM
                          MOVE CKP-SUSPENSE-COUNT
                              TO WS-SUSPENSE-COUNT
                          MOVE CKP-SUSPENSE-SUM TO WS-SUSPENSE-SUM
                          MOVE CKP-SUS-CLEARED-SUM
                              TO WS-SUS-CLEARED-SUM
                          MOVE CKP-HELD-COUNT TO WS-HELD-COUNT
                          MOVE CKP-HELD-SUM TO WS-HELD-SUM
                          MOVE CKP-FX-COUNT TO WS-FX-COUNT
                          MOVE CKP-FX-ADJUST-SUM TO WS-FX-ADJUST-SUM
                          MOVE CKP-FX-DIFF-SUM TO WS-FX-DIFF-SUM
                          MOVE CKP-CCY-COUNT TO WS-CCY-COUNT
                          PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                                  UNTIL WS-CCY-IDX > WS-CCY-COUNT
                              MOVE CKP-CCY-CODE(WS-CCY-IDX)
                                  TO CCYT-CODE(WS-CCY-IDX)
                              MOVE CKP-CCY-ITEMS(WS-CCY-IDX)
                                  TO CCYT-ITEMS(WS-CCY-IDX)
                              MOVE CKP-CCY-AMOUNT(WS-CCY-IDX)
                                  TO CCYT-AMOUNT(WS-CCY-IDX)
                          END-PERFORM
                      END-IF
                      CLOSE CHECKPOINT-FILE
                  END-IF.
                  MOVE WS-RELEASES-DONE TO CKP-RELEASES-DONE.
                  MOVE "Y" TO CKP-IN-FLIGHT.
                  MOVE WS-BATCH-NUMBER TO CKP-BATCH-NUMBER.
                  MOVE WS-LATE-YEAR TO CKP-LATE-YEAR.
                  MOVE WS-SUS-WOFF-COUNT TO CKP-SUS-WOFF-COUNT.
                  MOVE WS-SUS-WOFF-SUM TO CKP-SUS-WOFF-SUM.
                  MOVE WS-BATCH-DATE TO CKP-BATCH-DATE.
                  MOVE WS-BATCH-SOURCE TO CKP-BATCH-SOURCE.
                  PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                          UNTIL WS-GL-IDX > 5
                      MOVE WS-OP-SUM(WS-GL-IDX)
                          TO CKP-OP-SUM(WS-GL-IDX)
                  END-PERFORM.
                  MOVE WS-XFER-SUM TO CKP-XFER-SUM.
                  MOVE WS-SUSPENSE-COUNT TO CKP-SUSPENSE-COUNT.
                  MOVE WS-SUSPENSE-SUM TO CKP-SUSPENSE-SUM.
                  MOVE WS-SUS-CLEARED-SUM TO CKP-SUS-CLEARED-SUM.
                  MOVE WS-HELD-COUNT TO CKP-HELD-COUNT.
                  MOVE WS-HELD-SUM TO CKP-HELD-SUM.
                  MOVE WS-FX-COUNT TO CKP-FX-COUNT.
                  MOVE WS-FX-ADJUST-SUM TO CKP-FX-ADJUST-SUM.
                  MOVE WS-FX-DIFF-SUM TO CKP-FX-DIFF-SUM.
                  MOVE WS-CCY-COUNT TO CKP-CCY-COUNT.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > 20
                      IF WS-CCY-IDX > WS-CCY-COUNT
                          MOVE SPACES TO CKP-CCY-CODE(WS-CCY-IDX)
                          MOVE ZERO TO CKP-CCY-ITEMS(WS-CCY-IDX)
                          MOVE ZERO TO CKP-CCY-AMOUNT(WS-CCY-IDX)
                      ELSE
                          MOVE CCYT-CODE(WS-CCY-IDX)
                              TO CKP-CCY-CODE(WS-CCY-IDX)
                          MOVE CCYT-ITEMS(WS-CCY-IDX)
                              TO CKP-CCY-ITEMS(WS-CCY-IDX)
                          MOVE CCYT-AMOUNT(WS-CCY-IDX)
                              TO CKP-CCY-AMOUNT(WS-CCY-IDX)
                      END-IF
                  END-PERFORM.
                  WRITE CHECKPOINT-RECORD.
                  CLOSE CHECKPOINT-FILE.
              CLEAR-CHECKPOINT.
                  MOVE ZERO TO CKP-RELEASES-DONE.
                  MOVE "N" TO CKP-IN-FLIGHT.
                  MOVE SPACES TO CKP-BATCH-NUMBER.
                  MOVE ZERO TO CKP-LATE-YEAR.
                  MOVE ZERO TO CKP-SUS-WOFF-COUNT.
                  MOVE ZERO TO CKP-SUS-WOFF-SUM.
                  MOVE SPACES TO CKP-BATCH-DATE.
                  MOVE SPACES TO CKP-BATCH-SOURCE.
                  PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                          UNTIL WS-GL-IDX > 5
                      MOVE ZERO TO CKP-OP-SUM(WS-GL-IDX)
                  END-PERFORM.
                  MOVE ZERO TO CKP-XFER-SUM.
                  MOVE ZERO TO CKP-SUSPENSE-COUNT.
                  MOVE ZERO TO CKP-SUSPENSE-SUM.
                  MOVE ZERO TO CKP-SUS-CLEARED-SUM.
                  MOVE ZERO TO CKP-HELD-COUNT.
                  MOVE ZERO TO CKP-HELD-SUM.
                  MOVE ZERO TO CKP-FX-COUNT.
                  MOVE ZERO TO CKP-FX-ADJUST-SUM.
                  MOVE ZERO TO CKP-FX-DIFF-SUM.
                  MOVE ZERO TO CKP-CCY-COUNT.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > 20
                      MOVE SPACES TO CKP-CCY-CODE(WS-CCY-IDX)
                      MOVE ZERO TO CKP-CCY-ITEMS(WS-CCY-IDX)
                      MOVE ZERO TO CKP-CCY-AMOUNT(WS-CCY-IDX)
                  END-PERFORM.
                  WRITE CHECKPOINT-RECORD.
                  CLOSE CHECKPOINT-FILE.
              PROCESS-TRANS-RECORD.
                      PERFORM PROCESS-ONE-TRANSACTION
                  END-IF.
              PROCESS-ONE-TRANSACTION.
                  MOVE "N" TO WS-SYSGEN-ITEM-FLAG.
                  IF SYSTEM-GENERATED-ITEM AND SYSGEN-BATCH
                          AND NOT PROCESSING-RELEASES
                      SET TRUSTED-SYSTEM-ITEM TO TRUE
                  END-IF.
                  MOVE TRANS-OP-CODE TO WS-OP-CODE.
                  MOVE TRANS-A TO A.
                  MOVE TRANS-B TO B.
                              PERFORM WRITE-REPORT-ERROR
                              PERFORM WRITE-REJECT-RECORD
                          ELSE
                              PERFORM CHECK-MONITOR-THRESHOLDS
                              IF ITEM-HELD
                                  PERFORM HOLD-FOR-REVIEW
                              ELSE
                                  PERFORM POST-ACCEPTED-ITEM
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
                  IF RELEASED-FROM-SUSPENSE
                      ADD C TO WS-SUS-CLEARED-SUM
                  END-IF.
                  PERFORM WRITE-CHECKPOINT.
              POST-ACCEPTED-ITEM.
                  ADD 1 TO WS-RECORD-COUNT.
                  IF PROCESSING-RELEASES
                      ADD 1 TO WS-RELEASED-COUNT
                  END-IF.
                  ADD C TO WS-SUM-C.
                  PERFORM TALLY-GL-ACTIVITY.
                  PERFORM WRITE-REPORT-DETAIL.
                  PERFORM POST-RESULT-TO-ACCOUNT.
              PROCESS-BATCH-HEADER.
                  MOVE TBH-BATCH-NUMBER TO WS-BATCH-NUMBER.
                  MOVE SPACES TO WS-BATCH-DATE.
                  IF TBH-BATCH-DATE NUMERIC
                      MOVE TBH-BATCH-DATE TO WS-BATCH-DATE
                  END-IF.
                  MOVE TBH-SOURCE TO WS-BATCH-SOURCE.
                  IF WS-BATCH-NUMBER NOT NUMERIC
                      DISPLAY "INVALID BATCH HEADER - RUN REFUSED"
                      MOVE "BAD-BATCH" TO WS-AUTH-STATUS
                      SET BATCH-REFUSED TO TRUE
                      SET END-OF-TRANS-FILE TO TRUE
                  ELSE
                      PERFORM CHECK-BATCH-YEAR
                      IF BATCH-YEAR-CLOSED
                          DISPLAY "BATCH " WS-BATCH-NUMBER
                              " DATED IN CLOSED YEAR "
                              TBH-BATCH-DATE(1:4) " - RUN REFUSED"
                          MOVE "YR-CLOSED" TO WS-AUTH-STATUS
                          PERFORM WRITE-BATCH-AUDIT
                          SET BATCH-REFUSED TO TRUE
                          SET END-OF-TRANS-FILE TO TRUE
                      ELSE
                          PERFORM CHECK-DUPLICATE-BATCH
                          IF DUP-BATCH-FOUND
                              PERFORM REFUSE-DUPLICATE-BATCH
                          END-IF
                          IF BATCH-YEAR-REOPENED AND NOT BATCH-REFUSED
                              MOVE TBH-BATCH-DATE(1:4) TO WS-LATE-YEAR
                              DISPLAY "BATCH " WS-BATCH-NUMBER
                                  " POSTING TO REOPENED YEAR "
                                  WS-LATE-YEAR
                              MOVE "YR-LATE" TO WS-AUTH-STATUS
                              PERFORM WRITE-YEAR-BATCH-AUDIT
                          END-IF
                      END-IF
                  END-IF.
                  IF WS-BATCH-DATE NOT = SPACES AND NOT BATCH-REFUSED
                      MOVE "BATCH-BEG" TO WS-AUTH-STATUS
                      PERFORM WRITE-BATCH-DATE-AUDIT
                  END-IF.
              REFUSE-DUPLICATE-BATCH.
                  IF FORCE-DUP-BATCH
                      DISPLAY "BATCH " WS-BATCH-NUMBER
                          " ALREADY PROCESSED - "
                          "OPERATOR OVERRIDE ACCEPTED"
                      MOVE "BATCH-OVR" TO WS-AUTH-STATUS
                      PERFORM WRITE-BATCH-AUDIT
                  ELSE
                      DISPLAY "BATCH " WS-BATCH-NUMBER
                          " ALREADY PROCESSED - "
                          "RUN REFUSED"
                      MOVE "DUP-BATCH" TO WS-AUTH-STATUS
                      PERFORM WRITE-BATCH-AUDIT
                      SET BATCH-REFUSED TO TRUE
                      SET END-OF-TRANS-FILE TO TRUE
                  END-IF.
              CHECK-BATCH-YEAR.
                  MOVE SPACE TO WS-BATCH-YEAR-FLAG.
                  MOVE "N" TO WS-YEC-EOF-FLAG.
                  OPEN INPUT YEAREND-FILE.
                  IF WS-YEC-STATUS NOT = "00"
                      SET END-OF-YEAREND-FILE TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-YEAREND-FILE
                      READ YEAREND-FILE
                          AT END
                              SET END-OF-YEAREND-FILE TO TRUE
                          NOT AT END
                              IF YEC-YEAR = TBH-BATCH-DATE(1:4)
                                  MOVE YEC-STATUS
                                      TO WS-BATCH-YEAR-FLAG
                              END-IF
                      END-READ
                  END-PERFORM.
                  IF WS-YEC-STATUS = "00" OR WS-YEC-STATUS = "10"
                      CLOSE YEAREND-FILE
                  END-IF.
              CHECK-DUPLICATE-BATCH.
                  MOVE "N" TO WS-DUP-FOUND-FLAG.
                  MOVE "N" TO WS-HIS-EOF-FLAG.
                  IF WS-HIS-STATUS = "00" OR WS-HIS-STATUS = "10"
                      CLOSE HISTORY-FILE
                  END-IF.
                  IF BATCH-YEAR-REOPENED AND NOT DUP-BATCH-FOUND
                      PERFORM CHECK-ARCHIVED-BATCHES
                  END-IF.
              CHECK-ARCHIVED-BATCHES.
                  MOVE TBH-BATCH-DATE(1:4) TO HSN-YEAR.
                  MOVE WS-HIS-ARCHIVE-PARTS TO WS-HIS-ARCHIVE-NAME.
                  MOVE "N" TO WS-HIS-EOF-FLAG.
                  OPEN INPUT HISTORY-ARCHIVE.
                  IF WS-HSA-STATUS NOT = "00"
                      SET END-OF-HISTORY-SCAN TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-HISTORY-SCAN
                      READ HISTORY-ARCHIVE
                          AT END
                              SET END-OF-HISTORY-SCAN TO TRUE
                          NOT AT END
                              IF HSA-BATCH-NUMBER = WS-BATCH-NUMBER
                                  SET DUP-BATCH-FOUND TO TRUE
                                  SET END-OF-HISTORY-SCAN TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM.
                  IF WS-HSA-STATUS = "00" OR WS-HSA-STATUS = "10"
                      CLOSE HISTORY-ARCHIVE
                  END-IF.
              WRITE-BATCH-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-C.
                  MOVE WS-AUTH-STATUS TO AUD-STATUS.
                  MOVE WS-BATCH-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-YEAR-BATCH-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE WS-LATE-YEAR TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE WS-AUTH-STATUS TO AUD-STATUS.
                  MOVE WS-BATCH-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-BATCH-DATE-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE WS-BATCH-DATE TO WS-BATCH-DATE-PARTS.
                  MOVE BDT-YEAR TO AUD-A.
                  MOVE BDT-MMDD TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE WS-AUTH-STATUS TO AUD-STATUS.
                  MOVE WS-BATCH-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              PROCESS-TRANSFER-RECORD.
                  PERFORM VALIDATE-TRANSFER-ACCOUNTS.
                  IF NOT TRANSFER-FAILED
                      PERFORM PREPARE-TRANSFER-SIDES
                  END-IF.
                  IF NOT TRANSFER-FAILED
                      PERFORM CHECK-MONITOR-THRESHOLDS
                      IF NOT ITEM-HELD
                          PERFORM REWRITE-TRANSFER-SIDES
                      END-IF
                  END-IF.
                  IF ITEM-HELD
                      PERFORM HOLD-FOR-REVIEW
                  ELSE
                      PERFORM FINISH-TRANSFER-RECORD
                  END-IF.
              FINISH-TRANSFER-RECORD.
                  IF TRANSFER-FAILED
                      ADD 1 TO WS-REJECT-COUNT
                      PERFORM WRITE-REPORT-ERROR
                      PERFORM WRITE-REPORT-DETAIL
                  END-IF.
              CHECK-ACCOUNT-STATUS.
                  MOVE "N" TO WS-CNV-DONE-FLAG.
                  MOVE C TO WS-CNV-KEYED.
                  MOVE C TO WS-CNV-AMOUNT.
                  IF MASTER-OPEN
                      MOVE TRANS-ACCT-NUMBER TO ACCT-NUMBER
                      READ ACCOUNT-MASTER
                                  MOVE "ACCT-CLSD"
                                      TO WS-STATUS-REASON
                              END-IF
                              IF ACCOUNT-DORMANT
                                      AND NOT TRUSTED-SYSTEM-ITEM
                                  SET ACCOUNT-STATUS-REJECT TO TRUE
                                  MOVE "ACCT-DORM"
                                      TO WS-STATUS-REASON
                              END-IF
                              IF NOT ACCOUNT-STATUS-REJECT
                                  PERFORM CONVERT-POSTING-AMOUNT
                              END-IF
                      END-READ
                  END-IF.
              CONVERT-POSTING-AMOUNT.
                  MOVE TRANS-CURRENCY TO WS-CNV-FROM-CCY.
                  MOVE ACCT-CURRENCY TO WS-CNV-TO-CCY.
                  PERFORM CONVERT-ITEM-AMOUNT.
                  IF CONVERSION-FAILED
                      SET ACCOUNT-STATUS-REJECT TO TRUE
                      MOVE WS-CNV-REASON TO WS-STATUS-REASON
                  END-IF.
              LOAD-MONITOR-TABLE.
                  MOVE ZERO TO WS-MON-COUNT.
                  MOVE "N" TO WS-MON-EOF-FLAG.
                  MOVE "N" TO WS-MONITOR-FLAG.
                  OPEN INPUT MONITOR-FILE.
                  IF WS-MON-STATUS NOT = "00"
                      DISPLAY "MONITOR.TBL NOT FOUND - "
                          "THRESHOLD MONITORING NOT ACTIVE"
                  ELSE
                      PERFORM UNTIL END-OF-MONITOR-FILE
                          READ MONITOR-FILE
                              AT END
                                  SET END-OF-MONITOR-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-MONITOR-ROW
                          END-READ
                      END-PERFORM
                      CLOSE MONITOR-FILE
                      IF WS-MON-COUNT > 0
                          SET MONITORING-ACTIVE TO TRUE
                      END-IF
                  END-IF.
              ADD-MONITOR-ROW.
                  IF MON-ITEM-LIMIT NOT NUMERIC
                          OR MON-COUNT-LIMIT NOT NUMERIC
                          OR MON-NET-LIMIT NOT NUMERIC
                          OR (MON-ACCT NOT NUMERIC
                          AND NOT MONITOR-DEFAULT-ROW)
                      DISPLAY "MONITOR.TBL ROW IGNORED - "
                          MONITOR-RECORD
                  ELSE
                      IF WS-MON-COUNT < 200
                          ADD 1 TO WS-MON-COUNT
                          MOVE MON-ACCT TO MONT-ACCT(WS-MON-COUNT)
                          MOVE MON-ITEM-LIMIT
                              TO MONT-ITEM-LIMIT(WS-MON-COUNT)
                          MOVE MON-COUNT-LIMIT
                              TO MONT-COUNT-LIMIT(WS-MON-COUNT)
                          MOVE MON-NET-LIMIT
                              TO MONT-NET-LIMIT(WS-MON-COUNT)
                      ELSE
                          DISPLAY "MONITOR.TBL OVER 200 ROWS - "
                              "ROW IGNORED FOR " MON-ACCT
                      END-IF
                  END-IF.
              LOAD-VELOCITY-TALLIES.
                  MOVE ZERO TO WS-VEL-COUNT.
                  MOVE "N" TO WS-VEL-FULL-FLAG.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE SPACES TO WS-SCAN-TODAY.
                  STRING CD-YEAR "-" CD-MONTH "-" CD-DAY
                      DELIMITED BY SIZE INTO WS-SCAN-TODAY.
                  CLOSE AUDIT-FILE.
                  MOVE "N" TO WS-SCAN-EOF-FLAG.
                  OPEN INPUT AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "00"
                      PERFORM UNTIL END-OF-AUDIT-SCAN
                          READ AUDIT-FILE INTO WS-AUD-SCAN
                              AT END
                                  SET END-OF-AUDIT-SCAN TO TRUE
                              NOT AT END
                                  PERFORM TALLY-AUDIT-LINE
                          END-READ
                      END-PERFORM
                      CLOSE AUDIT-FILE
                  END-IF.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
              TALLY-AUDIT-LINE.
                  IF ASC-STATUS = "BKP-TAKEN"
                      PERFORM VARYING WS-VEL-SCAN FROM 1 BY 1
                              UNTIL WS-VEL-SCAN > WS-VEL-COUNT
                          MOVE ZERO TO VELT-RUN-COUNT(WS-VEL-SCAN)
                      END-PERFORM
                  END-IF.
                  IF ASC-DATE = WS-SCAN-TODAY
                          AND ASC-ACCT NUMERIC
                          AND (ASC-STATUS = "POSTED"
                          OR ASC-STATUS = "SYS-POST"
                          OR ASC-STATUS = "XFER-DR"
                          OR ASC-STATUS = "XFER-CR")
                      MOVE ASC-ACCT TO WS-MON-ACCT
                      PERFORM FIND-VELOCITY-ENTRY
                      IF WS-VEL-IDX > 0
                          COMPUTE VELT-DAY-NET(WS-VEL-IDX)
                              = VELT-DAY-NET(WS-VEL-IDX)
                              + FUNCTION NUMVAL(ASC-C)
                          IF (WS-RECORDS-READ > 0
                                  OR WS-RELEASES-DONE > 0)
                                  AND (ASC-STATUS = "POSTED"
                                  OR ASC-STATUS = "XFER-DR")
                              ADD 1 TO VELT-RUN-COUNT(WS-VEL-IDX)
                          END-IF
                      END-IF
                  END-IF.
              CHECK-MONITOR-THRESHOLDS.
                  MOVE "N" TO WS-HOLD-FLAG.
                  IF MONITORING-ACTIVE
                          AND NOT TRUSTED-SYSTEM-ITEM
                          AND NOT RELEASED-FROM-HOLD
                      MOVE TRANS-ACCT-NUMBER TO WS-MON-ACCT
                      IF WS-OP-CODE = "T"
                          MOVE WS-XFER-FROM-AMT TO WS-MON-MOVE
                          MOVE C TO WS-MON-ITEM-AMT
                      ELSE
                          MOVE WS-CNV-AMOUNT TO WS-MON-MOVE
                          MOVE WS-CNV-AMOUNT TO WS-MON-ITEM-AMT
                      END-IF
                      MOVE "Y" TO WS-MON-COUNT-ITEM
                      PERFORM CHECK-ACCOUNT-THRESHOLDS
                      IF WS-OP-CODE = "T" AND NOT ITEM-HELD
                          MOVE WS-XFER-TO-ACCT TO WS-MON-ACCT
                          MOVE WS-XFER-TO-AMT TO WS-MON-MOVE
                          MOVE C TO WS-MON-ITEM-AMT
                          MOVE "N" TO WS-MON-COUNT-ITEM
                          PERFORM CHECK-ACCOUNT-THRESHOLDS
                      END-IF
                  END-IF.
              CHECK-ACCOUNT-THRESHOLDS.
                  PERFORM FIND-MONITOR-LIMITS.
                  IF WS-ITEM-LIMIT > 0
                          AND FUNCTION ABS(WS-MON-ITEM-AMT)
                              > WS-ITEM-LIMIT
                      MOVE "LRG-ITEM" TO WS-HOLD-RULE
                      MOVE WS-ITEM-LIMIT TO WS-HOLD-LIMIT
                      COMPUTE WS-HOLD-ACTUAL
                          = FUNCTION ABS(WS-MON-ITEM-AMT)
                      PERFORM SET-ITEM-HELD
                  END-IF.
                  IF NOT ITEM-HELD
                          AND (WS-COUNT-LIMIT > 0 OR WS-NET-LIMIT > 0)
                      PERFORM FIND-VELOCITY-ENTRY
                      IF WS-VEL-IDX > 0
                          PERFORM CHECK-VELOCITY-LIMITS
                      END-IF
                  END-IF.
              CHECK-VELOCITY-LIMITS.
                  IF WS-COUNT-LIMIT > 0
                          AND WS-MON-COUNT-ITEM = "Y"
                          AND VELT-RUN-COUNT(WS-VEL-IDX)
                              >= WS-COUNT-LIMIT
                      MOVE "VEL-COUNT" TO WS-HOLD-RULE
                      MOVE WS-COUNT-LIMIT TO WS-HOLD-LIMIT
                      COMPUTE WS-HOLD-ACTUAL
                          = VELT-RUN-COUNT(WS-VEL-IDX) + 1
                      PERFORM SET-ITEM-HELD
                  END-IF.
                  IF NOT ITEM-HELD AND WS-NET-LIMIT > 0
                      COMPUTE WS-MON-WORK
                          = VELT-DAY-NET(WS-VEL-IDX) + WS-MON-MOVE
                      IF FUNCTION ABS(WS-MON-WORK) > WS-NET-LIMIT
                              AND FUNCTION ABS(WS-MON-WORK)
                              > FUNCTION ABS(VELT-DAY-NET(WS-VEL-IDX))
                          MOVE "VEL-NET" TO WS-HOLD-RULE
                          MOVE WS-NET-LIMIT TO WS-HOLD-LIMIT
                          COMPUTE WS-HOLD-ACTUAL
                              = FUNCTION ABS(WS-MON-WORK)
                          PERFORM SET-ITEM-HELD
                      END-IF
                  END-IF.
              SET-ITEM-HELD.
                  SET ITEM-HELD TO TRUE.
                  MOVE WS-MON-ACCT TO WS-HOLD-ACCT.
              FIND-MONITOR-LIMITS.
                  MOVE ZERO TO WS-ITEM-LIMIT.
                  MOVE ZERO TO WS-COUNT-LIMIT.
                  MOVE ZERO TO WS-NET-LIMIT.
                  PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                          UNTIL WS-MON-IDX > WS-MON-COUNT
                      IF MONT-ACCT(WS-MON-IDX) = "ALL"
                          PERFORM USE-MONITOR-ROW
                      END-IF
                  END-PERFORM.
                  PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                          UNTIL WS-MON-IDX > WS-MON-COUNT
                      IF MONT-ACCT(WS-MON-IDX) = WS-MON-ACCT
                          PERFORM USE-MONITOR-ROW
                      END-IF
                  END-PERFORM.
              USE-MONITOR-ROW.
                  MOVE MONT-ITEM-LIMIT(WS-MON-IDX) TO WS-ITEM-LIMIT.
                  MOVE MONT-COUNT-LIMIT(WS-MON-IDX) TO WS-COUNT-LIMIT.
                  MOVE MONT-NET-LIMIT(WS-MON-IDX) TO WS-NET-LIMIT.
              FIND-VELOCITY-ENTRY.
                  MOVE ZERO TO WS-VEL-IDX.
                  PERFORM VARYING WS-VEL-SCAN FROM 1 BY 1
                          UNTIL WS-VEL-SCAN > WS-VEL-COUNT
                          OR WS-VEL-IDX > 0
                      IF VELT-ACCT(WS-VEL-SCAN) = WS-MON-ACCT
                          MOVE WS-VEL-SCAN TO WS-VEL-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-VEL-IDX = 0
                      IF WS-VEL-COUNT < 2000
                          ADD 1 TO WS-VEL-COUNT
                          MOVE WS-VEL-COUNT TO WS-VEL-IDX
                          MOVE WS-MON-ACCT TO VELT-ACCT(WS-VEL-IDX)
                          MOVE ZERO TO VELT-RUN-COUNT(WS-VEL-IDX)
                          MOVE ZERO TO VELT-DAY-NET(WS-VEL-IDX)
                      ELSE
                          IF NOT VEL-TABLE-FULL
                              DISPLAY "VELOCITY TABLE FULL - COUNT "
                                  "AND NET LIMITS NOT CHECKED FOR "
                                  "FURTHER ACCOUNTS"
                              SET VEL-TABLE-FULL TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              TALLY-POSTED-MOVEMENT.
                  IF MONITORING-ACTIVE
                      PERFORM FIND-VELOCITY-ENTRY
                      IF WS-VEL-IDX > 0
                          ADD WS-MON-MOVE TO VELT-DAY-NET(WS-VEL-IDX)
                          IF WS-MON-COUNT-ITEM = "Y"
                              ADD 1 TO VELT-RUN-COUNT(WS-VEL-IDX)
                          END-IF
                      END-IF
                  END-IF.
              HOLD-FOR-REVIEW.
                  IF HOLD-FILE-OPEN
                      PERFORM WRITE-HOLD-RECORD
                  ELSE
                      ADD 1 TO WS-REJECT-COUNT
                      PERFORM WRITE-REPORT-ERROR
                      PERFORM WRITE-REJECT-RECORD
                  END-IF.
              WRITE-HOLD-RECORD.
                  MOVE SPACES TO HOLD-RECORD.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(1:8) TO HLD-DATE.
                  MOVE WS-CURRENT-DATE(9:6) TO HLD-TIME.
                  MOVE WS-BATCH-NUMBER TO HLD-BATCH-NUMBER.
                  MOVE TRANS-RECORD TO HLD-TRANS.
                  MOVE C TO HLD-AMOUNT.
                  MOVE TRANS-CURRENCY TO HLD-CURRENCY.
                  MOVE WS-HOLD-RULE TO HLD-RULE.
                  MOVE WS-HOLD-ACCT TO HLD-RULE-ACCT.
                  MOVE WS-HOLD-LIMIT TO HLD-LIMIT.
                  MOVE WS-HOLD-ACTUAL TO HLD-ACTUAL.
                  MOVE WS-OPERATOR-ID TO HLD-OPERATOR.
                  MOVE "H" TO HLD-STATUS.
                  MOVE ZERO TO HLD-REVIEW-DATE.
                  WRITE HOLD-RECORD.
                  ADD 1 TO WS-HELD-COUNT.
                  ADD C TO WS-HELD-SUM.
                  MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT.
                  MOVE "HELD" TO WS-POST-STATUS.
                  MOVE C TO WS-POST-AMOUNT.
                  PERFORM WRITE-POSTING-AUDIT.
                  MOVE "*** HELD FOR REVIEW" TO EXC-REASON.
                  MOVE WS-HOLD-RULE TO EXC-REASON(21:9).
                  MOVE "***" TO EXC-REASON(32:3).
                  MOVE SPACES TO EXC-NAME.
                  PERFORM WRITE-ACCOUNT-EXCEPTION.
              TALLY-GL-ACTIVITY.
                  PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                          UNTIL WS-GL-IDX > 5
                              UNTIL WS-GL-IDX > 5
                          PERFORM WRITE-GL-DETAIL
                      END-PERFORM
                      MOVE "S" TO GLD-TYPE
                      MOVE WS-RUN-DATE TO GLD-DATE
                      MOVE "U" TO GLD-OP
                      MOVE WS-SUSPENSE-SUM TO GLD-AMOUNT
                      WRITE GL-DETAIL-RECORD
                      ADD 1 TO WS-GL-REC-COUNT
                      MOVE "S" TO GLD-TYPE
                      MOVE WS-RUN-DATE TO GLD-DATE
                      MOVE "C" TO GLD-OP
                      MOVE WS-SUS-CLEARED-SUM TO GLD-AMOUNT
                      WRITE GL-DETAIL-RECORD
                      ADD 1 TO WS-GL-REC-COUNT
                      MOVE "S" TO GLD-TYPE
                      MOVE WS-RUN-DATE TO GLD-DATE
                      MOVE "W" TO GLD-OP
                      MOVE WS-SUS-WOFF-SUM TO GLD-AMOUNT
                      WRITE GL-DETAIL-RECORD
                      ADD 1 TO WS-GL-REC-COUNT
                      MOVE "M" TO GLM-TYPE
                      MOVE WS-RUN-DATE TO GLM-DATE
                      MOVE "REJECTS" TO GLM-LABEL
                      MOVE WS-UNMATCHED-COUNT TO GLM-COUNT
                      WRITE GL-MEMO-RECORD
                      ADD 1 TO WS-GL-REC-COUNT
                      PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                              UNTIL WS-CCY-IDX > WS-CCY-COUNT
                          PERFORM WRITE-GL-CURRENCY
                      END-PERFORM
                      MOVE "X" TO GLD-TYPE
                      MOVE WS-RUN-DATE TO GLD-DATE
                      MOVE "R" TO GLD-OP
                      MOVE WS-FX-DIFF-SUM TO GLD-AMOUNT
                      WRITE GL-DETAIL-RECORD
                      ADD 1 TO WS-GL-REC-COUNT
                      MOVE "Z" TO GLT-TYPE
                      MOVE WS-GL-REC-COUNT TO GLT-COUNT
                      MOVE WS-GL-NET TO GLT-NET
                  WRITE GL-DETAIL-RECORD.
                  ADD 1 TO WS-GL-REC-COUNT.
                  ADD WS-OP-SUM(WS-GL-IDX) TO WS-GL-NET.
              WRITE-GL-CURRENCY.
                  MOVE "C" TO GLC-TYPE.
                  MOVE WS-RUN-DATE TO GLC-DATE.
                  MOVE CCYT-CODE(WS-CCY-IDX) TO GLC-CURRENCY.
                  MOVE CCYT-ITEMS(WS-CCY-IDX) TO GLC-COUNT.
                  MOVE CCYT-AMOUNT(WS-CCY-IDX) TO GLC-AMOUNT.
                  MOVE CCYT-CODE(WS-CCY-IDX) TO WS-RATE-CURRENCY.
                  PERFORM FIND-CURRENCY-RATE.
                  IF RATE-FOUND
                      COMPUTE GLC-BASE-AMOUNT ROUNDED
                          = CCYT-AMOUNT(WS-CCY-IDX) * WS-RATE-VALUE
                  ELSE
                      MOVE ZERO TO GLC-BASE-AMOUNT
                      DISPLAY "NO EXCHANGE RATE FOR "
                          CCYT-CODE(WS-CCY-IDX)
                          " - GL BASE EQUIVALENT NOT COMPUTED"
                  END-IF.
                  WRITE GL-CURRENCY-RECORD.
                  ADD 1 TO WS-GL-REC-COUNT.
              VALIDATE-TRANSFER-ACCOUNTS.
                  IF NOT MASTER-OPEN
                      SET TRANSFER-FAILED TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              PREPARE-TRANSFER-SIDES.
                  MOVE TRANS-ACCT-NUMBER TO ACCT-NUMBER.
                  READ ACCOUNT-MASTER
                      INVALID KEY
                              SET TRANSFER-FAILED TO TRUE
                              PERFORM SET-XFER-STATUS-REASON
                          ELSE
                              MOVE ACCT-CURRENCY TO WS-XFER-FROM-CCY
                              COMPUTE WS-CNV-KEYED = ZERO - C
                              PERFORM CONVERT-TRANSFER-SIDE
                              MOVE WS-CNV-AMOUNT TO WS-XFER-FROM-AMT
                              COMPUTE WS-TEMP-RESULT
                                  = ACCT-BALANCE-A + WS-XFER-FROM-AMT
                              IF NOT TRANSFER-FAILED
                                      AND FUNCTION ABS(WS-TEMP-RESULT)
                                      > 9999999.99
                                  SET TRANSFER-FAILED TO TRUE
                                  MOVE "XFER-OVFL" TO WS-XFER-REASON
                              END-IF
                              MOVE WS-TEMP-RESULT TO WS-XFER-FROM-BAL
                          END-IF
                  END-READ.
                  IF NOT TRANSFER-FAILED
                                  SET TRANSFER-FAILED TO TRUE
                                  PERFORM SET-XFER-STATUS-REASON
                              ELSE
                                  MOVE ACCT-CURRENCY TO WS-XFER-TO-CCY
                                  MOVE C TO WS-CNV-KEYED
                                  PERFORM CONVERT-TRANSFER-SIDE
                                  MOVE WS-CNV-AMOUNT TO WS-XFER-TO-AMT
                                  COMPUTE WS-TEMP-RESULT
                                      = ACCT-BALANCE-A + WS-XFER-TO-AMT
                                  IF NOT TRANSFER-FAILED
                                          AND FUNCTION ABS(
                                          WS-TEMP-RESULT) > 9999999.99
                                      SET TRANSFER-FAILED TO TRUE
                                      MOVE "XFER-OVFL"
                                          TO WS-XFER-REASON
                                  END-IF
                                  MOVE WS-TEMP-RESULT TO WS-XFER-TO-BAL
                              END-IF
                      END-READ
                  END-IF.
              CONVERT-TRANSFER-SIDE.
                  MOVE TRANS-CURRENCY TO WS-CNV-FROM-CCY.
                  MOVE ACCT-CURRENCY TO WS-CNV-TO-CCY.
                  PERFORM CONVERT-ITEM-AMOUNT.
                  IF CONVERSION-FAILED
                      SET TRANSFER-FAILED TO TRUE
                      MOVE WS-CNV-REASON TO WS-XFER-REASON
                  END-IF.
              SET-XFER-STATUS-REASON.
                  IF ACCOUNT-FROZEN
                      MOVE "ACCT-FRZN" TO WS-XFER-REASON
                  ELSE
                      IF ACCOUNT-DORMANT
                          MOVE "ACCT-DORM" TO WS-XFER-REASON
                      ELSE
                          MOVE "ACCT-CLSD" TO WS-XFER-REASON
                      END-IF
                  END-IF.
              REWRITE-TRANSFER-SIDES.
                  MOVE TRANS-ACCT-NUMBER TO ACCT-NUMBER.
                  IF NOT TRANSFER-FAILED
                      MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT
                      MOVE "XFER-DR" TO WS-POST-STATUS
                      MOVE WS-XFER-FROM-CCY TO WS-CNV-TO-CCY
                      COMPUTE WS-CNV-KEYED = ZERO - C
                      PERFORM WRITE-TRANSFER-SIDE-AUDIT
                      MOVE WS-XFER-TO-ACCT TO WS-POST-ACCT
                      MOVE "XFER-CR" TO WS-POST-STATUS
                      MOVE WS-XFER-TO-CCY TO WS-CNV-TO-CCY
                      MOVE C TO WS-CNV-KEYED
                      PERFORM WRITE-TRANSFER-SIDE-AUDIT
                      MOVE TRANS-ACCT-NUMBER TO WS-MON-ACCT
                      MOVE WS-XFER-FROM-AMT TO WS-MON-MOVE
                      MOVE "Y" TO WS-MON-COUNT-ITEM
                      PERFORM TALLY-POSTED-MOVEMENT
                      MOVE WS-XFER-TO-ACCT TO WS-MON-ACCT
                      MOVE WS-XFER-TO-AMT TO WS-MON-MOVE
                      MOVE "N" TO WS-MON-COUNT-ITEM
                      PERFORM TALLY-POSTED-MOVEMENT
                  END-IF.
              WRITE-TRANSFER-SIDE-AUDIT.
                  MOVE TRANS-CURRENCY TO WS-CNV-FROM-CCY.
                  PERFORM CONVERT-ITEM-AMOUNT.
                  IF AMOUNT-CONVERTED
                      PERFORM WRITE-FX-AUDIT
                  END-IF.
                  MOVE WS-CNV-AMOUNT TO WS-POST-AMOUNT.
                  PERFORM WRITE-POSTING-AUDIT.
                  PERFORM TALLY-CURRENCY-POSTING.
              BACKOUT-TRANSFER-FROM.
                  MOVE TRANS-ACCT-NUMBER TO ACCT-NUMBER.
                  READ ACCOUNT-MASTER
                          CONTINUE
                      NOT INVALID KEY
                          COMPUTE ACCT-BALANCE-A
                              = ACCT-BALANCE-A - WS-XFER-FROM-AMT
                          REWRITE ACCOUNT-RECORD
                              INVALID KEY
                                  CONTINUE
                          END-REWRITE
                  END-READ.
              WRITE-REJECT-RECORD.
                  MOVE SPACES TO REJECT-RECORD.
                  MOVE TRANS-RECORD TO REJ-TRANS.
                  MOVE TRANS-CURRENCY TO REJ-CURRENCY.
                  IF ACCOUNT-STATUS-REJECT
                      MOVE WS-STATUS-REASON TO REJ-REASON
                  ELSE
                          END-IF
                      END-IF
                  END-IF.
                  IF ITEM-HELD
                      MOVE WS-HOLD-RULE TO REJ-REASON
                  END-IF.
                  WRITE REJECT-RECORD.
              PROCESS-RELEASE-FILE.
                  MOVE "N" TO WS-REL-EOF-FLAG.
                              AT END
                                  SET END-OF-RELEASE-FILE TO TRUE
                              NOT AT END
                                  MOVE REL-TRANS TO TRANS-RECORD
                                  MOVE REL-CURRENCY TO TRANS-CURRENCY
                                  MOVE "N" TO WS-SUS-RELEASE-FLAG
                                  MOVE "N" TO WS-HOLD-RELEASE-FLAG
                                  IF REL-SOURCE = "S"
                                      SET RELEASED-FROM-SUSPENSE
                                          TO TRUE
                                  END-IF
                                  IF REL-SOURCE = "H"
                                      SET RELEASED-FROM-HOLD TO TRUE
                                  END-IF
                                  ADD 1 TO WS-RELEASES-DONE
                                  IF REL-SOURCE = "W"
                                      PERFORM WRITE-OFF-SUSPENSE-ITEM
                                  ELSE
                                      PERFORM PROCESS-TRANS-RECORD
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE RELEASE-FILE
                      MOVE "N" TO WS-RELEASE-FLAG
                      MOVE "N" TO WS-SUS-RELEASE-FLAG
                      MOVE "N" TO WS-HOLD-RELEASE-FLAG
                      OPEN OUTPUT RELEASE-FILE
                      CLOSE RELEASE-FILE
                  END-IF.
              WRITE-OFF-SUSPENSE-ITEM.
                  MOVE TRANS-A TO A.
                  MOVE TRANS-B TO B.
                  ADD 1 TO WS-SUS-WOFF-COUNT.
                  ADD REL-AMOUNT TO WS-SUS-WOFF-SUM.
                  MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT.
                  MOVE "WRITE-OFF" TO WS-POST-STATUS.
                  MOVE REL-AMOUNT TO WS-POST-AMOUNT.
                  PERFORM WRITE-POSTING-AUDIT.
                  PERFORM WRITE-CHECKPOINT.
              SKIP-PROCESSED-RELEASES.
                  PERFORM WS-RELEASES-DONE TIMES
                      READ RELEASE-FILE
                  MOVE SPACES TO WS-XFER-REASON.
                  MOVE "N" TO WS-STATUS-REJ-FLAG.
                  MOVE SPACES TO WS-STATUS-REASON.
                  MOVE "N" TO WS-HOLD-FLAG.
                  EVALUATE WS-OP-CODE
                      WHEN "A"
                          COMPUTE WS-TEMP-RESULT = A + B
                          END-IF
                      END-IF
                  END-IF.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-REPORT-HEADERS.
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  ELSE
                      PERFORM WRITE-REPORT-ERROR-REASON
                  END-IF.
                  IF ITEM-HELD
                      MOVE "*** LIMIT EXCEEDED" TO ERR-REASON
                      MOVE WS-HOLD-RULE TO ERR-REASON(20:9)
                      MOVE "***" TO ERR-REASON(30:3)
                  END-IF.
                  WRITE REPORT-LINE FROM WS-ERROR-LINE.
                  ADD 1 TO WS-LINE-COUNT.
                  IF WS-LINE-COUNT >= 50
                  WRITE REPORT-LINE FROM WS-REJECT-LINE.
                  MOVE WS-UNMATCHED-COUNT TO TOT-UNMATCHED-COUNT.
                  WRITE REPORT-LINE FROM WS-UNMATCHED-LINE.
                  MOVE WS-SUSPENSE-COUNT TO TOT-SUSPENSE-COUNT.
                  MOVE WS-SUSPENSE-SUM TO TOT-SUSPENSE-SUM.
                  WRITE REPORT-LINE FROM WS-SUSPENSE-LINE.
                  IF WS-SUS-WOFF-COUNT > 0
                      MOVE WS-SUS-WOFF-COUNT TO TOT-SUS-WOFF-COUNT
                      MOVE WS-SUS-WOFF-SUM TO TOT-SUS-WOFF-SUM
                      WRITE REPORT-LINE FROM WS-SUS-WOFF-LINE
                  END-IF.
                  MOVE WS-RELEASED-COUNT TO TOT-RELEASED-COUNT.
                  WRITE REPORT-LINE FROM WS-RELEASED-LINE.
                  MOVE WS-HELD-COUNT TO TOT-HELD-COUNT.
                  MOVE WS-HELD-SUM TO TOT-HELD-SUM.
                  WRITE REPORT-LINE FROM WS-HELD-LINE.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      MOVE CCYT-CODE(WS-CCY-IDX) TO TCY-CURRENCY
                      MOVE CCYT-AMOUNT(WS-CCY-IDX) TO TCY-AMOUNT
                      MOVE CCYT-ITEMS(WS-CCY-IDX) TO TCY-ITEMS
                      WRITE REPORT-LINE FROM WS-CURRENCY-LINE
                  END-PERFORM.
                  IF WS-FX-COUNT > 0
                      MOVE WS-FX-COUNT TO TFX-COUNT
                      MOVE WS-FX-DIFF-SUM TO TFX-DIFF
                      MOVE WS-BASE-CURRENCY TO TFX-BASE
                      WRITE REPORT-LINE FROM WS-FX-LINE
                  END-IF.
              WRITE-RECONCILIATION.
                  MOVE "N" TO WS-RECON-FLAG.
                  COMPUTE WS-RECON-TOTAL = WS-SUM-C + WS-HELD-SUM.
                  IF WS-CONTROL-TOTAL = WS-RECON-TOTAL
                      SET RECON-MATCH TO TRUE
                  END-IF.
                  MOVE WS-CONTROL-TOTAL TO REC-CONTROL-TOTAL.
                  WRITE REPORT-LINE FROM WS-RECON-LINE-1.
                  MOVE WS-SUM-C TO REC-ACTUAL-TOTAL.
                  WRITE REPORT-LINE FROM WS-RECON-LINE-2.
                  IF WS-HELD-COUNT > 0
                      MOVE WS-HELD-SUM TO REC-HELD-TOTAL
                      WRITE REPORT-LINE FROM WS-RECON-LINE-H
                  END-IF.
                  IF RECON-MATCH
                      MOVE "MATCH" TO REC-STATUS
                  ELSE
