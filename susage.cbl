       IDENTIFICATION DIVISION.
              PROGRAM-ID. SUSAGE.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT SUSPENSE-FILE ASSIGN TO "ADDITION.SUS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-SUS-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "SUSAGE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  SUSPENSE-FILE.
              01  SUSPENSE-RECORD.
                  05 SUS-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SUS-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 SUS-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 SUS-TRANS.
                      10 SUS-OP-CODE PIC X.
                      10 SUS-ACCT-NUMBER PIC X(6).
                      10 FILLER PIC X(26).
                  05 FILLER PIC X.
                  05 SUS-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 SUS-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 SUS-CURRENCY PIC X(3).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(90).
              WORKING-STORAGE SECTION.
              77 WS-SUS-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-SUSPENSE-FILE VALUE "Y".
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-AGE-DAYS PIC S9(6) VALUE ZERO.
              77 WS-BUCKET PIC 9 VALUE ZERO.
              77 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
              77 WS-ITEM-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-OVERDUE-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              01  WS-BUCKET-TABLE.
                  05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
                      10 BKT-COUNT PIC 9(6).
                      10 BKT-SUM PIC S9(11)V99.
              01  WS-BUCKET-LABELS.
                  05 FILLER PIC X(20) VALUE "0 TO 7 DAYS:        ".
                  05 FILLER PIC X(20) VALUE "8 TO 30 DAYS:       ".
                  05 FILLER PIC X(20) VALUE "31 TO 60 DAYS:      ".
                  05 FILLER PIC X(20) VALUE "OVER 60 DAYS:       ".
              01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
                  05 BKT-LABEL PIC X(20) OCCURS 4 TIMES.
              01  WS-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "SUSPENSE AGING REPORT           ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(10) VALUE "PARKED    ".
                  05 FILLER PIC X(8) VALUE "BATCH   ".
                  05 FILLER PIC X(4) VALUE "OP  ".
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(14) VALUE "       AMOUNT ".
                  05 FILLER PIC X(6) VALUE "  AGE ".
                  05 FILLER PIC X(21) VALUE " PARKED BY".
                  05 FILLER PIC X(15) VALUE SPACES.
                  05 FILLER PIC X(3) VALUE "CCY".
              01  WS-DETAIL-LINE.
                  05 DTL-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BATCH PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-OP PIC X.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 DTL-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-AGE PIC ZZZZ9.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-OPERATOR PIC X(20).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-FLAG PIC X(14).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-CURRENCY PIC X(3).
              01  WS-BUCKET-LINE.
                  05 BKL-LABEL PIC X(20).
                  05 BKL-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 BKL-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE "TOTAL IN SUSPENSE:  ".
                  05 TOT-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-OVERDUE-LINE.
                  05 FILLER PIC X(20) VALUE "PAST MONTH-END:     ".
                  05 TOT-OVERDUE-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-OVERDUE-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  INITIALIZE WS-BUCKET-TABLE.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  OPEN INPUT SUSPENSE-FILE.
                  IF WS-SUS-STATUS NOT = "00"
                      DISPLAY "SUSPENSE FILE NOT FOUND"
                      SET END-OF-SUSPENSE-FILE TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-SUSPENSE-FILE
                      READ SUSPENSE-FILE
                          AT END
                              SET END-OF-SUSPENSE-FILE TO TRUE
                          NOT AT END
                              PERFORM AGE-SUSPENSE-ITEM
                      END-READ
                  END-PERFORM.
                  IF WS-SUS-STATUS = "00" OR WS-SUS-STATUS = "10"
                      CLOSE SUSPENSE-FILE
                  END-IF.
                  PERFORM WRITE-AGING-TOTALS.
                  CLOSE REPORT-FILE.
                  IF WS-OVERDUE-COUNT > 0
                      DISPLAY WS-OVERDUE-COUNT " SUSPENSE ITEMS "
                          "CARRIED PAST MONTH-END"
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF.
                  DISPLAY "SUSPENSE AGING COMPLETE - SEE SUSAGE.RPT".
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              AGE-SUSPENSE-ITEM.
                  IF SUS-DATE NUMERIC AND SUS-DATE > 19000000
                      COMPUTE WS-AGE-DAYS
                          = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                          - FUNCTION INTEGER-OF-DATE(SUS-DATE)
                  ELSE
                      MOVE ZERO TO WS-AGE-DAYS
                  END-IF.
                  IF WS-AGE-DAYS < 0
                      MOVE ZERO TO WS-AGE-DAYS
                  END-IF.
                  EVALUATE TRUE
                      WHEN WS-AGE-DAYS NOT > 7
                          MOVE 1 TO WS-BUCKET
                      WHEN WS-AGE-DAYS NOT > 30
                          MOVE 2 TO WS-BUCKET
                      WHEN WS-AGE-DAYS NOT > 60
                          MOVE 3 TO WS-BUCKET
                      WHEN OTHER
                          MOVE 4 TO WS-BUCKET
                  END-EVALUATE.
                  ADD 1 TO BKT-COUNT(WS-BUCKET).
                  ADD SUS-AMOUNT TO BKT-SUM(WS-BUCKET).
                  ADD 1 TO WS-ITEM-COUNT.
                  ADD SUS-AMOUNT TO WS-ITEM-SUM.
                  MOVE SUS-DATE TO DTL-DATE.
                  MOVE SUS-BATCH-NUMBER TO DTL-BATCH.
                  MOVE SUS-OP-CODE TO DTL-OP.
                  MOVE SUS-ACCT-NUMBER TO DTL-ACCT.
                  MOVE SUS-AMOUNT TO DTL-AMOUNT.
                  MOVE WS-AGE-DAYS TO DTL-AGE.
                  MOVE SUS-OPERATOR TO DTL-OPERATOR.
                  MOVE SUS-CURRENCY TO DTL-CURRENCY.
                  IF SUS-DATE(1:6) < WS-RUN-DATE(1:6)
                      MOVE "PAST MONTH-END" TO DTL-FLAG
                      ADD 1 TO WS-OVERDUE-COUNT
                      ADD SUS-AMOUNT TO WS-OVERDUE-SUM
                  ELSE
                      MOVE SPACES TO DTL-FLAG
                  END-IF.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              WRITE-AGING-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  PERFORM VARYING WS-BUCKET FROM 1 BY 1
                          UNTIL WS-BUCKET > 4
                      MOVE BKT-LABEL(WS-BUCKET) TO BKL-LABEL
                      MOVE BKT-COUNT(WS-BUCKET) TO BKL-COUNT
                      MOVE BKT-SUM(WS-BUCKET) TO BKL-SUM
                      WRITE REPORT-LINE FROM WS-BUCKET-LINE
                  END-PERFORM.
                  MOVE WS-ITEM-COUNT TO TOT-COUNT.
                  MOVE WS-ITEM-SUM TO TOT-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                  MOVE WS-OVERDUE-COUNT TO TOT-OVERDUE-COUNT.
                  MOVE WS-OVERDUE-SUM TO TOT-OVERDUE-SUM.
                  WRITE REPORT-LINE FROM WS-OVERDUE-LINE.
