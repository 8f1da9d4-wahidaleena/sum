                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
                  SELECT HOLD-WORK-FILE ASSIGN TO "TRANEDIT.WHS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HWK-STATUS.
                  SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHSE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-WHSE-STATUS.
                  SELECT RATE-FILE ASSIGN TO "FXRATE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FXR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  TRANS-IN-FILE.
              01  TRANS-IN-RECORD PIC X(80).
              FD  TRANS-OUT-FILE.
              01  TRANS-OUT-RECORD PIC X(36).
              FD  ERROR-FILE.
              01  ERROR-RECORD PIC X(80).
              FD  PARM-FILE.
                  05 PRM-ERROR-TOLERANCE PIC 9(6).
                  05 FILLER PIC X.
                  05 PRM-FORCE-BATCH PIC X.
                  05 FILLER PIC X(9).
                  05 PRM-BASE-CURRENCY PIC X(3).
              FD  HOLD-WORK-FILE.
              01  HOLD-WORK-RECORD PIC X(62).
              FD  WAREHOUSE-FILE.
              01  WAREHOUSE-RECORD.
                  05 WH-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WH-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 WH-RECV-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WH-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 WH-CURRENCY PIC X(3).
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
              77 WS-IN-STATUS PIC XX VALUE SPACES.
              77 WS-OUT-STATUS PIC XX VALUE SPACES.
                  88 BATCH-HEADER-SEEN VALUE "Y".
              77 WS-TRAILER-FLAG PIC X VALUE "N".
                  88 BATCH-TRAILER-SEEN VALUE "Y".
              77 WS-SYSGEN-BATCH-FLAG PIC X VALUE "N".
                  88 SYSTEM-GENERATED-BATCH VALUE "Y".
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-ERROR-TOLERANCE PIC 9(6) VALUE ZERO.
              77 WS-STRUCT-ERR-FLAG PIC X VALUE "N".
                  88 BATCH-STRUCTURE-BAD VALUE "Y".
              77 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
              77 WS-HWK-STATUS PIC XX VALUE SPACES.
              77 WS-WHSE-STATUS PIC XX VALUE SPACES.
              77 WS-BASE-LEN PIC 9(4) VALUE ZERO.
              77 WS-EFF-DATE PIC X(8) VALUE SPACES.
              77 WS-EFF-DATE-NUM PIC 9(8) VALUE ZERO.
              77 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
              77 WS-RECV-DATE PIC 9(8) VALUE ZERO.
              77 WS-WHSE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-FUTURE-FLAG PIC X VALUE "N".
                  88 FUTURE-DATED VALUE "Y".
              77 WS-WHSE-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-WAREHOUSE-FILE VALUE "Y".
              77 WS-WHSE-DUP-FLAG PIC X VALUE "N".
                  88 BATCH-ALREADY-WAREHOUSED VALUE "Y".
              77 WS-WHSE-FAIL-FLAG PIC X VALUE "N".
                  88 WAREHOUSE-WRITE-FAILED VALUE "Y".
              77 WS-FXR-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RATE-FILE VALUE "Y".
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-CCY-COUNT PIC 9(4) VALUE ZERO.
              77 WS-CCY-IDX PIC 9(4) VALUE ZERO.
              77 WS-CCY-FOUND-FLAG PIC X VALUE "N".
                  88 CURRENCY-KNOWN VALUE "Y".
              01  WS-CCY-TABLE.
                  05 CCYT-CODE PIC X(3) OCCURS 200 TIMES.
              01  WS-EDIT-REC.
                  05 ED-OP PIC X.
                  05 ED-ACCT PIC X(6).
                  05 ED-B-SIGN PIC X.
                  05 ED-B-DIGITS PIC X(9).
                  05 ED-TO-ACCT PIC X(6).
                  05 ED-CURRENCY PIC X(3).
              01  WS-HDR-REC.
                  05 HD-TYPE PIC X.
                  05 HD-BATCH-NO PIC X(6).
                  05 HD-DATE PIC X(8).
                  05 HD-SOURCE PIC X(6).
              01  WS-TRL-REC.
                  05 TR-TYPE PIC X.
                  05 TR-COUNT PIC X(6).
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(20) VALUE "RECORDS IN ERROR:   ".
                  05 EDT-ERROR-COUNT PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-4.
                  05 FILLER PIC X(20) VALUE "RECORDS WAREHOUSED: ".
                  05 EDT-WHSE-COUNT PIC ZZZ,ZZ9.
              01  WS-WHSE-DETAIL.
                  05 WHD-EFF-DATE PIC 9(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 WHD-TRANS PIC X(33).
                  05 FILLER PIC X VALUE SPACE.
                  05 WHD-RECV-DATE PIC 9(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 WHD-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 WHD-CURRENCY PIC X(3).
              PROCEDURE DIVISION.
              PARA.
                  PERFORM READ-RUN-PARAMETERS.
                  PERFORM LOAD-CURRENCY-CODES.
                  ACCEPT WS-RECV-DATE FROM DATE YYYYMMDD.
                  OPEN INPUT TRANS-IN-FILE.
                  IF WS-IN-STATUS NOT = "00"
                      DISPLAY "TRANSACTION INPUT FILE NOT FOUND"
                  ELSE
                      OPEN OUTPUT TRANS-OUT-FILE
                      OPEN OUTPUT ERROR-FILE
                      OPEN OUTPUT HOLD-WORK-FILE
                      PERFORM UNTIL END-OF-INPUT-FILE
                          READ TRANS-IN-FILE
                              AT END
                      CLOSE TRANS-IN-FILE
                      CLOSE TRANS-OUT-FILE
                      CLOSE ERROR-FILE
                      CLOSE HOLD-WORK-FILE
                      PERFORM SET-EDIT-RETURN-CODE
                      IF WS-WHSE-COUNT > 0
                          PERFORM FILE-WAREHOUSED-ITEMS
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
                                  MOVE PRM-ERROR-TOLERANCE
                                      TO WS-ERROR-TOLERANCE
                              END-IF
                              IF PRM-BASE-CURRENCY NOT = SPACES
                                  MOVE PRM-BASE-CURRENCY
                                      TO WS-BASE-CURRENCY
                              END-IF
                      END-READ
                      CLOSE PARM-FILE
                  END-IF.
              LOAD-CURRENCY-CODES.
                  MOVE ZERO TO WS-CCY-COUNT.
                  MOVE "N" TO WS-FXR-EOF-FLAG.
                  OPEN INPUT RATE-FILE.
                  IF WS-FXR-STATUS = "00"
                      PERFORM UNTIL END-OF-RATE-FILE
                          READ RATE-FILE
                              AT END
                                  SET END-OF-RATE-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-CURRENCY-CODE
                          END-READ
                      END-PERFORM
                      CLOSE RATE-FILE
                  END-IF.
              ADD-CURRENCY-CODE.
                  MOVE FXR-CURRENCY TO ED-CURRENCY.
                  PERFORM FIND-CURRENCY-CODE.
                  IF NOT CURRENCY-KNOWN AND WS-CCY-COUNT < 200
                      ADD 1 TO WS-CCY-COUNT
                      MOVE FXR-CURRENCY TO CCYT-CODE(WS-CCY-COUNT)
                  END-IF.
              FIND-CURRENCY-CODE.
                  MOVE "N" TO WS-CCY-FOUND-FLAG.
                  IF ED-CURRENCY = WS-BASE-CURRENCY
                      SET CURRENCY-KNOWN TO TRUE
                  END-IF.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                          OR CURRENCY-KNOWN
                      IF CCYT-CODE(WS-CCY-IDX) = ED-CURRENCY
                          SET CURRENCY-KNOWN TO TRUE
                      END-IF
                  END-PERFORM.
              SET-EDIT-RETURN-CODE.
                  IF BATCH-STRUCTURE-BAD
                      MOVE 8 TO WS-RETURN-CODE
                          END-IF
                      END-IF
                  END-IF.
              FILE-WAREHOUSED-ITEMS.
                  IF WS-RETURN-CODE > 4
                      DISPLAY "BATCH NOT ACCEPTED - FUTURE-DATED "
                          "ITEMS NOT WAREHOUSED"
                  ELSE
                      PERFORM CHECK-BATCH-WAREHOUSED
                      IF BATCH-ALREADY-WAREHOUSED
                          DISPLAY "BATCH " HD-BATCH-NO " ALREADY IN "
                              "WAREHOUSE - ITEMS NOT ADDED AGAIN"
                          MOVE 4 TO WS-RETURN-CODE
                      ELSE
                          PERFORM APPEND-WAREHOUSED-ITEMS
                      END-IF
                  END-IF.
              CHECK-BATCH-WAREHOUSED.
                  MOVE "N" TO WS-WHSE-DUP-FLAG.
                  MOVE "N" TO WS-WHSE-EOF-FLAG.
                  OPEN INPUT WAREHOUSE-FILE.
                  IF WS-WHSE-STATUS = "00"
                      PERFORM UNTIL END-OF-WAREHOUSE-FILE
                              OR BATCH-ALREADY-WAREHOUSED
                          READ WAREHOUSE-FILE
                              AT END
                                  SET END-OF-WAREHOUSE-FILE TO TRUE
                              NOT AT END
                                  IF WH-BATCH-NUMBER = HD-BATCH-NO
                                      SET BATCH-ALREADY-WAREHOUSED
                                          TO TRUE
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE WAREHOUSE-FILE
                  END-IF.
              APPEND-WAREHOUSED-ITEMS.
                  IF WAREHOUSE-WRITE-FAILED
                      DISPLAY "TRANEDIT.WHS WRITE FAILED - STATUS "
                          WS-HWK-STATUS
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      OPEN INPUT HOLD-WORK-FILE
                      IF WS-HWK-STATUS NOT = "00"
                          DISPLAY "TRANEDIT.WHS COULD NOT BE OPENED - "
                              "STATUS " WS-HWK-STATUS
                          MOVE 8 TO WS-RETURN-CODE
                      ELSE
                          PERFORM COPY-HOLD-TO-WAREHOUSE
                          CLOSE HOLD-WORK-FILE
                      END-IF
                  END-IF.
                  IF WS-RETURN-CODE > 4
                      DISPLAY "FUTURE-DATED ITEMS NOT WAREHOUSED - "
                          "BATCH MUST NOT BE POSTED"
                  ELSE
                      DISPLAY WS-WHSE-COUNT " FUTURE-DATED ITEMS "
                          "WAREHOUSED"
                  END-IF.
              COPY-HOLD-TO-WAREHOUSE.
                  OPEN EXTEND WAREHOUSE-FILE.
                  IF WS-WHSE-STATUS = "35"
                      OPEN OUTPUT WAREHOUSE-FILE
                  END-IF.
                  IF WS-WHSE-STATUS NOT = "00"
                      DISPLAY "TRANWHSE COULD NOT BE OPENED - STATUS "
                          WS-WHSE-STATUS
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      MOVE "N" TO WS-EOF-FLAG
                      PERFORM UNTIL END-OF-INPUT-FILE
                          READ HOLD-WORK-FILE
                              AT END
                                  SET END-OF-INPUT-FILE TO TRUE
                              NOT AT END
                                  WRITE WAREHOUSE-RECORD
                                      FROM HOLD-WORK-RECORD
                                  IF WS-WHSE-STATUS NOT = "00"
                                      SET WAREHOUSE-WRITE-FAILED
                                          TO TRUE
                                      SET END-OF-INPUT-FILE TO TRUE
                                  END-IF
                          END-READ
                      END-PERFORM
                      IF WAREHOUSE-WRITE-FAILED
                          DISPLAY "TRANWHSE WRITE FAILED - STATUS "
                              WS-WHSE-STATUS " - CHECK TRANWHSE FOR "
                              "BATCH " HD-BATCH-NO
                          MOVE 8 TO WS-RETURN-CODE
                      END-IF
                      CLOSE WAREHOUSE-FILE
                  END-IF.
              EDIT-TRANS-RECORD.
                  ADD 1 TO WS-READ-COUNT.
                  MOVE "Y" TO WS-VALID-FLAG.
                  IF RECORD-VALID
                      PERFORM CHECK-RECORD-FIELDS
                  END-IF.
                  IF RECORD-VALID AND WS-EFF-DATE NOT = SPACES
                      PERFORM CHECK-EFFECTIVE-DATE
                  END-IF.
                  IF RECORD-VALID AND ED-CURRENCY NOT = SPACES
                      PERFORM CHECK-CURRENCY-CODE
                  END-IF.
                  IF RECORD-VALID
                      ADD 1 TO WS-CLEAN-COUNT
                      IF FUTURE-DATED
                          PERFORM HOLD-FUTURE-DATED-ITEM
                      ELSE
                          WRITE TRANS-OUT-RECORD FROM WS-EDIT-REC
                      END-IF
                  ELSE
                      ADD 1 TO WS-ERROR-COUNT
                      PERFORM WRITE-ERROR-RECORD
                  END-IF.
              EDIT-HEADER-RECORD.
                  MOVE TRANS-IN-RECORD(1:21) TO WS-HDR-REC.
                  IF BATCH-HEADER-SEEN
                      MOVE "N" TO WS-VALID-FLAG
                      MOVE "08" TO WS-REASON-CODE
                  ELSE
                      IF HD-BATCH-NO NOT NUMERIC
                              OR HD-DATE NOT NUMERIC
                              OR (HD-SOURCE NOT = SPACES
                                  AND HD-SOURCE NOT = "SYSGEN")
                          MOVE "N" TO WS-VALID-FLAG
                          MOVE "08" TO WS-REASON-CODE
                      END-IF
                  END-IF.
                  IF RECORD-VALID
                      SET BATCH-HEADER-SEEN TO TRUE
                      MOVE HD-DATE TO WS-BATCH-DATE
                      IF HD-SOURCE = "SYSGEN"
                          SET SYSTEM-GENERATED-BATCH TO TRUE
                      END-IF
                      ADD 1 TO WS-CLEAN-COUNT
                      WRITE TRANS-OUT-RECORD FROM WS-HDR-REC
                  ELSE
                  END-IF.
              CHECK-RECORD-LENGTH.
                  MOVE ZERO TO WS-REC-LEN.
                  MOVE SPACES TO WS-EFF-DATE.
                  MOVE "N" TO WS-FUTURE-FLAG.
                  PERFORM VARYING WS-SCAN-IDX FROM 80 BY -1
                          UNTIL WS-SCAN-IDX < 1
                          OR WS-REC-LEN > 0
                          MOVE WS-SCAN-IDX TO WS-REC-LEN
                      END-IF
                  END-PERFORM.
                  IF WS-REC-LEN > 33
                      IF WS-REC-LEN NOT = 41 AND WS-REC-LEN NOT = 44
                          MOVE "N" TO WS-VALID-FLAG
                          MOVE "01" TO WS-REASON-CODE
                      ELSE
                          MOVE TRANS-IN-RECORD(34:8) TO WS-EFF-DATE
                          MOVE TRANS-IN-RECORD(42:3) TO ED-CURRENCY
                      END-IF
                  END-IF.
                  MOVE ZERO TO WS-BASE-LEN.
                  PERFORM VARYING WS-SCAN-IDX FROM 33 BY -1
                          UNTIL WS-SCAN-IDX < 1
                          OR WS-BASE-LEN > 0
                      IF TRANS-IN-RECORD(WS-SCAN-IDX:1) NOT = SPACE
                          MOVE WS-SCAN-IDX TO WS-BASE-LEN
                      END-IF
                  END-PERFORM.
                  IF ED-OP = "T"
                      IF WS-BASE-LEN NOT = 33
                          MOVE "N" TO WS-VALID-FLAG
                          MOVE "01" TO WS-REASON-CODE
                      END-IF
                  ELSE
                      IF WS-BASE-LEN NOT = 27
                          IF WS-BASE-LEN NOT = 33
                                  OR ED-OP NOT = "A"
                                  OR ED-TO-ACCT NOT = "SYSGEN"
                              MOVE "N" TO WS-VALID-FLAG
                              MOVE "01" TO WS-REASON-CODE
                          END-IF
                      END-IF
                  END-IF.
                  IF RECORD-VALID AND ED-TO-ACCT = "SYSGEN"
                          AND NOT SYSTEM-GENERATED-BATCH
                      MOVE "N" TO WS-VALID-FLAG
                      MOVE "17" TO WS-REASON-CODE
                  END-IF.
              CHECK-EFFECTIVE-DATE.
                  IF WS-EFF-DATE NOT NUMERIC
                      MOVE "N" TO WS-VALID-FLAG
                      MOVE "15" TO WS-REASON-CODE
                  ELSE
                      MOVE WS-EFF-DATE TO WS-EFF-DATE-NUM
                      IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM)
                              NOT = 0
                          MOVE "N" TO WS-VALID-FLAG
                          MOVE "15" TO WS-REASON-CODE
                      ELSE
                          IF WS-EFF-DATE-NUM > WS-BATCH-DATE
                              SET FUTURE-DATED TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              CHECK-CURRENCY-CODE.
                  IF ED-CURRENCY NOT ALPHABETIC-UPPER
                      MOVE "N" TO WS-VALID-FLAG
                      MOVE "16" TO WS-REASON-CODE
                  ELSE
                      PERFORM FIND-CURRENCY-CODE
                      IF NOT CURRENCY-KNOWN
                          MOVE "N" TO WS-VALID-FLAG
                          MOVE "16" TO WS-REASON-CODE
                      END-IF
                  END-IF.
              HOLD-FUTURE-DATED-ITEM.
                  MOVE WS-EFF-DATE-NUM TO WHD-EFF-DATE.
                  MOVE WS-EDIT-REC TO WHD-TRANS.
                  MOVE WS-RECV-DATE TO WHD-RECV-DATE.
                  MOVE HD-BATCH-NO TO WHD-BATCH-NUMBER.
                  MOVE ED-CURRENCY TO WHD-CURRENCY.
                  WRITE HOLD-WORK-RECORD FROM WS-WHSE-DETAIL.
                  IF WS-HWK-STATUS NOT = "00"
                      SET WAREHOUSE-WRITE-FAILED TO TRUE
                  END-IF.
                  ADD 1 TO WS-WHSE-COUNT.
              CHECK-RECORD-FIELDS.
                  IF ED-OP NOT = "A" AND ED-OP NOT = "S"
                          AND ED-OP NOT = "M" AND ED-OP NOT = "D"
                      WHEN "14"
                          MOVE "RECORD AFTER TRAILER"
                              TO EDT-REASON
                      WHEN "15"
                          MOVE "INVALID EFFECTIVE DATE"
                              TO EDT-REASON
                      WHEN "16"
                          MOVE "UNKNOWN CURRENCY CODE"
                              TO EDT-REASON
                      WHEN "17"
                          MOVE "SYSGEN MARKER NOT VALID"
                              TO EDT-REASON
                      WHEN OTHER
                          MOVE "UNKNOWN ERROR" TO EDT-REASON
                  END-EVALUATE.
                  WRITE ERROR-RECORD FROM WS-TOTAL-LINE-1.
                  WRITE ERROR-RECORD FROM WS-TOTAL-LINE-2.
                  WRITE ERROR-RECORD FROM WS-TOTAL-LINE-3.
                  MOVE WS-WHSE-COUNT TO EDT-WHSE-COUNT.
                  WRITE ERROR-RECORD FROM WS-TOTAL-LINE-4.
                  DISPLAY "EDIT COMPLETE - READ " WS-READ-COUNT
                      " ACCEPTED " WS-CLEAN-COUNT
                      " IN ERROR " WS-ERROR-COUNT
                      " WAREHOUSED " WS-WHSE-COUNT.
