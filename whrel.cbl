       IDENTIFICATION DIVISION.
              PROGRAM-ID. WHREL.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-IN-STATUS.
                  SELECT TRANS-WORK-FILE ASSIGN TO "WHREL.TMP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-WRK-STATUS.
                  SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHSE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-WHSE-STATUS.
                  SELECT KEEP-FILE ASSIGN TO "TRANWHSE.TMP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-KEEP-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "WHREL.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT CHECKPOINT-FILE ASSIGN TO "ADDITION.CKP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CKP-STATUS.
                  SELECT LOCK-FILE ASSIGN TO "ADDITION.LCK"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LCK-STATUS.
                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  TRANS-IN-FILE.
              01  TRANS-IN-RECORD PIC X(80).
              FD  TRANS-WORK-FILE.
              01  TRANS-WORK-RECORD PIC X(80).
              FD  WAREHOUSE-FILE.
              01  WAREHOUSE-RECORD.
                  05 WH-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WH-TRANS.
                      10 WH-OP PIC X.
                      10 WH-ACCT PIC X(6).
                      10 WH-A-SIGN PIC X.
                      10 WH-A-DIGITS PIC X(9).
                      10 WH-B-SIGN PIC X.
                      10 WH-B-DIGITS PIC X(9).
                      10 WH-TO-ACCT PIC X(6).
                  05 FILLER PIC X.
                  05 WH-RECV-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WH-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 WH-CURRENCY PIC X(3).
              FD  KEEP-FILE.
              01  KEEP-RECORD PIC X(62).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(80).
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
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              WORKING-STORAGE SECTION.
              77 WS-IN-STATUS PIC XX VALUE SPACES.
              77 WS-WRK-STATUS PIC XX VALUE SPACES.
              77 WS-WHSE-STATUS PIC XX VALUE SPACES.
              77 WS-KEEP-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-CMD-DATE PIC X(8) VALUE SPACES.
              77 WS-RELEASE-DATE PIC 9(8) VALUE ZERO.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-INPUT-FILE VALUE "Y".
              77 WS-WHSE-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-WAREHOUSE-FILE VALUE "Y".
              77 WS-TRANSIN-FLAG PIC X VALUE "N".
                  88 TRANSIN-PRESENT VALUE "Y".
              77 WS-HEADER-FLAG PIC X VALUE "N".
                  88 BATCH-HEADER-SEEN VALUE "Y".
              77 WS-TRAILER-FLAG PIC X VALUE "N".
                  88 BATCH-TRAILER-SEEN VALUE "Y".
              77 WS-STRUCT-ERR-FLAG PIC X VALUE "N".
                  88 BATCH-STRUCTURE-BAD VALUE "Y".
              77 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
              77 WS-HASH-TOTAL PIC 9(11) VALUE ZERO.
              77 WS-A-HASH PIC 9(9) VALUE ZERO.
              77 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-KEPT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-YEAR-DAY PIC 9(7) VALUE ZERO.
              01  WS-HDR-REC.
                  05 HD-TYPE PIC X.
                  05 HD-BATCH-NO PIC X(6).
                  05 HD-DATE PIC X(8).
              01  WS-NEW-BATCH-NO.
                  05 NB-PREFIX PIC X VALUE "8".
                  05 NB-YEAR PIC 99.
                  05 NB-DAY PIC 999.
              01  WS-TRL-REC.
                  05 TR-TYPE PIC X.
                  05 TR-COUNT PIC X(6).
                  05 TR-HASH PIC X(11).
              01  WS-NEW-TRAILER.
                  05 FILLER PIC X VALUE "Z".
                  05 NT-COUNT PIC 9(6).
                  05 NT-HASH PIC 9(11).
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
              01  WS-AUD-AMOUNT PIC S9(7)V99 VALUE ZERO.
              01  WS-AUD-AMOUNT-X REDEFINES WS-AUD-AMOUNT
                  PIC 9(9).
              01  WS-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "WAREHOUSE RELEASE REPORT        ".
                  05 FILLER PIC X(14) VALUE "RELEASE DATE: ".
                  05 HDR-DATE PIC 9(8).
                  05 FILLER PIC X(9) VALUE "  BATCH: ".
                  05 HDR-BATCH PIC X(6).
              01  WS-HEADER-2.
                  05 FILLER PIC X(10) VALUE "EFFECTIVE ".
                  05 FILLER PIC X(34) VALUE "TRANSACTION".
                  05 FILLER PIC X(10) VALUE "RECEIVED  ".
                  05 FILLER PIC X(8) VALUE "BATCH ".
                  05 FILLER PIC X(3) VALUE "CCY".
              01  WS-DETAIL-LINE.
                  05 DTL-EFF-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-TRANS PIC X(33).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-RECV-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BATCH PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-CURRENCY PIC X(3).
              01  WS-RELEASE-LINE.
                  05 RLL-TRANS PIC X(33).
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 RLL-CURRENCY PIC X(3).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(20) VALUE "ITEMS RELEASED:     ".
                  05 TOT-DUE-COUNT PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(20) VALUE "ITEMS STILL WAITING:".
                  05 TOT-KEPT-COUNT PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(20) VALUE "BATCH DETAIL COUNT: ".
                  05 TOT-DETAIL-COUNT PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  PERFORM CHECK-BATCH-IN-FLIGHT.
                  PERFORM CHECK-RUN-LOCK.
                  ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                  UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                      INTO WS-CMD-DATE.
                  PERFORM COPY-TRANSIN-TO-WORK.
                  IF BATCH-STRUCTURE-BAD
                      DISPLAY "TRANSIN BATCH STRUCTURE INVALID - "
                          "NO ITEMS RELEASED"
                      CLOSE TRANS-WORK-FILE
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      PERFORM SET-RELEASE-DATE
                      PERFORM SELECT-DUE-ITEMS
                      IF WS-DUE-COUNT = 0
                          CLOSE TRANS-WORK-FILE
                          DISPLAY "NO WAREHOUSED ITEMS DUE ON "
                              WS-RELEASE-DATE
                      ELSE
                          PERFORM WRITE-NEW-TRAILER
                          PERFORM REPLACE-TRANSIN
                          PERFORM REPLACE-WAREHOUSE
                          PERFORM WRITE-RELEASE-TOTALS
                          DISPLAY WS-DUE-COUNT " WAREHOUSED ITEMS "
                              "RELEASED TO BATCH " HD-BATCH-NO
                      END-IF
                      CLOSE REPORT-FILE
                  END-IF.
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
                              "WAREHOUSE RELEASE REFUSED"
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
                              " - WAREHOUSE RELEASE REFUSED"
                          CLOSE LOCK-FILE
                          PERFORM WRITE-LOCK-REFUSAL
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE LOCK-FILE
                  END-IF.
              WRITE-LOCK-REFUSAL.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE "LCK-REFUS" TO AUD-STATUS.
                  MOVE "W" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              COPY-TRANSIN-TO-WORK.
                  OPEN OUTPUT TRANS-WORK-FILE.
                  OPEN INPUT TRANS-IN-FILE.
                  IF WS-IN-STATUS = "00"
                      PERFORM UNTIL END-OF-INPUT-FILE
                          READ TRANS-IN-FILE
                              AT END
                                  SET END-OF-INPUT-FILE TO TRUE
                              NOT AT END
                                  SET TRANSIN-PRESENT TO TRUE
                                  PERFORM COPY-TRANSIN-RECORD
                          END-READ
                      END-PERFORM
                      CLOSE TRANS-IN-FILE
                      IF TRANSIN-PRESENT
                              AND (NOT BATCH-HEADER-SEEN
                                  OR NOT BATCH-TRAILER-SEEN)
                          SET BATCH-STRUCTURE-BAD TO TRUE
                      END-IF
                  END-IF.
              COPY-TRANSIN-RECORD.
                  IF BATCH-TRAILER-SEEN
                      SET BATCH-STRUCTURE-BAD TO TRUE
                  END-IF.
                  EVALUATE TRANS-IN-RECORD(1:1)
                      WHEN "H"
                          IF BATCH-HEADER-SEEN
                              SET BATCH-STRUCTURE-BAD TO TRUE
                          ELSE
                              SET BATCH-HEADER-SEEN TO TRUE
                              MOVE TRANS-IN-RECORD(1:15) TO WS-HDR-REC
                              IF HD-DATE NOT NUMERIC
                                  SET BATCH-STRUCTURE-BAD TO TRUE
                              END-IF
                          END-IF
                          WRITE TRANS-WORK-RECORD
                              FROM TRANS-IN-RECORD
                      WHEN "Z"
                          SET BATCH-TRAILER-SEEN TO TRUE
                          MOVE TRANS-IN-RECORD(1:18) TO WS-TRL-REC
                          IF TR-COUNT NOT NUMERIC
                                  OR TR-HASH NOT NUMERIC
                              SET BATCH-STRUCTURE-BAD TO TRUE
                          ELSE
                              IF TR-COUNT NOT = WS-DETAIL-COUNT
                                      OR TR-HASH NOT = WS-HASH-TOTAL
                                  SET BATCH-STRUCTURE-BAD TO TRUE
                              END-IF
                          END-IF
                      WHEN OTHER
                          ADD 1 TO WS-DETAIL-COUNT
                          IF TRANS-IN-RECORD(9:9) NUMERIC
                              MOVE TRANS-IN-RECORD(9:9) TO WS-A-HASH
                              ADD WS-A-HASH TO WS-HASH-TOTAL
                          END-IF
                          WRITE TRANS-WORK-RECORD
                              FROM TRANS-IN-RECORD
                  END-EVALUATE.
              SET-RELEASE-DATE.
                  IF WS-CMD-DATE NUMERIC
                      MOVE WS-CMD-DATE TO WS-RELEASE-DATE
                  ELSE
                      IF TRANSIN-PRESENT
                          MOVE HD-DATE TO WS-RELEASE-DATE
                      ELSE
                          MOVE WS-RUN-DATE TO WS-RELEASE-DATE
                      END-IF
                  END-IF.
                  IF NOT TRANSIN-PRESENT
                      COMPUTE WS-YEAR-DAY = FUNCTION DAY-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE))
                      MOVE WS-YEAR-DAY(3:2) TO NB-YEAR
                      MOVE WS-YEAR-DAY(5:3) TO NB-DAY
                      MOVE "H" TO HD-TYPE
                      MOVE WS-NEW-BATCH-NO TO HD-BATCH-NO
                      MOVE WS-RELEASE-DATE TO HD-DATE
                      WRITE TRANS-WORK-RECORD FROM WS-HDR-REC
                  END-IF.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RELEASE-DATE TO HDR-DATE.
                  MOVE HD-BATCH-NO TO HDR-BATCH.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
              SELECT-DUE-ITEMS.
                  OPEN OUTPUT KEEP-FILE.
                  OPEN INPUT WAREHOUSE-FILE.
                  IF WS-WHSE-STATUS = "00"
                      OPEN EXTEND AUDIT-FILE
                      IF WS-AUDIT-STATUS = "35"
                          OPEN OUTPUT AUDIT-FILE
                      END-IF
                      PERFORM UNTIL END-OF-WAREHOUSE-FILE
                          READ WAREHOUSE-FILE
                              AT END
                                  SET END-OF-WAREHOUSE-FILE TO TRUE
                              NOT AT END
                                  IF WH-EFF-DATE NOT > WS-RELEASE-DATE
                                      PERFORM RELEASE-DUE-ITEM
                                  ELSE
                                      ADD 1 TO WS-KEPT-COUNT
                                      WRITE KEEP-RECORD
                                          FROM WAREHOUSE-RECORD
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE AUDIT-FILE
                      CLOSE WAREHOUSE-FILE
                  END-IF.
                  CLOSE KEEP-FILE.
              RELEASE-DUE-ITEM.
                  ADD 1 TO WS-DUE-COUNT.
                  ADD 1 TO WS-DETAIL-COUNT.
                  IF WH-A-DIGITS NUMERIC
                      MOVE WH-A-DIGITS TO WS-A-HASH
                      ADD WS-A-HASH TO WS-HASH-TOTAL
                  END-IF.
                  MOVE WH-TRANS TO RLL-TRANS.
                  MOVE WH-CURRENCY TO RLL-CURRENCY.
                  WRITE TRANS-WORK-RECORD FROM WS-RELEASE-LINE.
                  MOVE WH-EFF-DATE TO DTL-EFF-DATE.
                  MOVE WH-TRANS TO DTL-TRANS.
                  MOVE WH-RECV-DATE TO DTL-RECV-DATE.
                  MOVE WH-BATCH-NUMBER TO DTL-BATCH.
                  MOVE WH-CURRENCY TO DTL-CURRENCY.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  IF WH-A-DIGITS NUMERIC
                      MOVE WH-A-DIGITS TO WS-AUD-AMOUNT-X
                      IF WH-A-SIGN = "-"
                          COMPUTE WS-AUD-AMOUNT = ZERO - WS-AUD-AMOUNT
                      END-IF
                      MOVE WS-AUD-AMOUNT TO AUD-A
                  END-IF.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE "WH-REL" TO AUD-STATUS.
                  MOVE WH-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-NEW-TRAILER.
                  MOVE WS-DETAIL-COUNT TO NT-COUNT.
                  MOVE WS-HASH-TOTAL TO NT-HASH.
                  WRITE TRANS-WORK-RECORD FROM WS-NEW-TRAILER.
                  CLOSE TRANS-WORK-FILE.
              REPLACE-TRANSIN.
                  MOVE "N" TO WS-EOF-FLAG.
                  OPEN INPUT TRANS-WORK-FILE.
                  OPEN OUTPUT TRANS-IN-FILE.
                  PERFORM UNTIL END-OF-INPUT-FILE
                      READ TRANS-WORK-FILE
                          AT END
                              SET END-OF-INPUT-FILE TO TRUE
                          NOT AT END
                              WRITE TRANS-IN-RECORD
                                  FROM TRANS-WORK-RECORD
                      END-READ
                  END-PERFORM.
                  CLOSE TRANS-IN-FILE.
                  CLOSE TRANS-WORK-FILE.
              REPLACE-WAREHOUSE.
                  MOVE "N" TO WS-EOF-FLAG.
                  OPEN INPUT KEEP-FILE.
                  OPEN OUTPUT WAREHOUSE-FILE.
                  PERFORM UNTIL END-OF-INPUT-FILE
                      READ KEEP-FILE
                          AT END
                              SET END-OF-INPUT-FILE TO TRUE
                          NOT AT END
                              WRITE WAREHOUSE-RECORD FROM KEEP-RECORD
                      END-READ
                  END-PERFORM.
                  CLOSE WAREHOUSE-FILE.
                  CLOSE KEEP-FILE.
              WRITE-RELEASE-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-DUE-COUNT TO TOT-DUE-COUNT.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE WS-KEPT-COUNT TO TOT-KEPT-COUNT.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  MOVE WS-DETAIL-COUNT TO TOT-DETAIL-COUNT.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
