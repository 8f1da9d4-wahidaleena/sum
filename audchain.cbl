       IDENTIFICATION DIVISION.
              PROGRAM-ID. AUDCHAIN.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT CHAIN-HEAD-FILE ASSIGN TO "ADDITION.AUC"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HEAD-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  CHAIN-HEAD-FILE.
              01  CHAIN-HEAD-RECORD.
                  05 HEAD-SEQ PIC 9(8).
                  05 FILLER PIC X.
                  05 HEAD-CHECK PIC 9(10).
              WORKING-STORAGE SECTION.
              77 WS-HEAD-STATUS PIC XX VALUE SPACES.
              77 WS-PREV-CHECK PIC 9(10) VALUE ZERO.
              77 WS-NEXT-SEQ PIC 9(8) VALUE ZERO.
              77 WS-VERIFY-PREV PIC 9(10) VALUE ZERO.
              77 WS-CHECK-VALUE PIC 9(10) VALUE ZERO.
              77 WS-CHECK-WORK PIC 9(13) VALUE ZERO.
              77 WS-CHAR-IDX PIC 9(3) VALUE ZERO.
              77 WS-CHAIN-MODULUS PIC 9(10) VALUE 9999999967.
              LINKAGE SECTION.
              01  CHN-FUNCTION PIC X.
                  88 CHAIN-APPEND VALUE "A".
                  88 CHAIN-RESET VALUE "R".
                  88 CHAIN-VERIFY VALUE "V".
              01  CHN-AUDIT-LINE.
                  05 CHN-CONTENT PIC X(98).
                  05 FILLER PIC X.
                  05 CHN-SEQ PIC 9(8).
                  05 FILLER PIC X.
                  05 CHN-CHECK PIC 9(10).
              PROCEDURE DIVISION USING CHN-FUNCTION CHN-AUDIT-LINE.
              PARA.
                  MOVE ZERO TO RETURN-CODE.
                  EVALUATE TRUE
                      WHEN CHAIN-APPEND
                          PERFORM APPEND-CHAIN-LINK
                      WHEN CHAIN-RESET
                          MOVE ZERO TO WS-VERIFY-PREV
                      WHEN CHAIN-VERIFY
                          PERFORM VERIFY-CHAIN-LINK
                  END-EVALUATE.
                  GOBACK.
              APPEND-CHAIN-LINK.
                  MOVE ZERO TO WS-NEXT-SEQ.
                  MOVE ZERO TO WS-PREV-CHECK.
                  OPEN INPUT CHAIN-HEAD-FILE.
                  IF WS-HEAD-STATUS = "00"
                      READ CHAIN-HEAD-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF HEAD-SEQ NUMERIC
                                      AND HEAD-CHECK NUMERIC
                                  MOVE HEAD-SEQ TO WS-NEXT-SEQ
                                  MOVE HEAD-CHECK TO WS-PREV-CHECK
                              END-IF
                      END-READ
                      CLOSE CHAIN-HEAD-FILE
                  END-IF.
                  ADD 1 TO WS-NEXT-SEQ.
                  MOVE WS-NEXT-SEQ TO CHN-SEQ.
                  PERFORM COMPUTE-CHECK-VALUE.
                  MOVE WS-CHECK-VALUE TO CHN-CHECK.
                  MOVE SPACES TO CHAIN-HEAD-RECORD.
                  MOVE WS-NEXT-SEQ TO HEAD-SEQ.
                  MOVE WS-CHECK-VALUE TO HEAD-CHECK.
                  OPEN OUTPUT CHAIN-HEAD-FILE.
                  WRITE CHAIN-HEAD-RECORD.
                  CLOSE CHAIN-HEAD-FILE.
              VERIFY-CHAIN-LINK.
                  MOVE WS-VERIFY-PREV TO WS-PREV-CHECK.
                  PERFORM COMPUTE-CHECK-VALUE.
                  IF CHN-CHECK NOT NUMERIC
                          OR CHN-CHECK NOT = WS-CHECK-VALUE
                      MOVE 4 TO RETURN-CODE
                  END-IF.
                  IF CHN-CHECK NUMERIC
                      MOVE CHN-CHECK TO WS-VERIFY-PREV
                  ELSE
                      MOVE WS-CHECK-VALUE TO WS-VERIFY-PREV
                  END-IF.
              COMPUTE-CHECK-VALUE.
                  COMPUTE WS-CHECK-WORK = FUNCTION MOD(
                      WS-PREV-CHECK * 31 + CHN-SEQ, WS-CHAIN-MODULUS).
                  PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                          UNTIL WS-CHAR-IDX > 98
                      COMPUTE WS-CHECK-WORK = FUNCTION MOD(
                          WS-CHECK-WORK * 131
                          + FUNCTION ORD(CHN-CONTENT(WS-CHAR-IDX:1)),
                          WS-CHAIN-MODULUS)
                  END-PERFORM.
                  MOVE WS-CHECK-WORK TO WS-CHECK-VALUE.
