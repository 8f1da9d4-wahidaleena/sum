                      ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-ARCH-STATUS.
                  SELECT ARCHIVE-LIST-FILE ASSIGN TO "AUDARCH.LST"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LST-STATUS.
                  SELECT CHECKPOINT-FILE ASSIGN TO "ADDITION.CKP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CKP-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  KEEP-FILE.
              01  KEEP-LINE PIC X(118).
              FD  ARCHIVE-FILE.
              01  ARCHIVE-LINE PIC X(118).
              FD  ARCHIVE-LIST-FILE.
              01  ARCHIVE-LIST-RECORD PIC X(16).
              FD  CHECKPOINT-FILE.
              01  CHECKPOINT-RECORD.
                  05 CKP-RECORDS-READ PIC 9(6).
                  05 LCK-TIME PIC 9(6).
              WORKING-STORAGE SECTION.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-KEEP-STATUS PIC XX VALUE SPACES.
              77 WS-ARCH-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-SUMM-STATUS PIC XX VALUE SPACES.
              77 WS-ARCHIVE-NAME PIC X(16) VALUE SPACES.
              77 WS-LST-STATUS PIC XX VALUE SPACES.
              77 WS-LST-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-ARCHIVE-LIST VALUE "Y".
              77 WS-LST-FOUND-FLAG PIC X VALUE "N".
                  88 ARCHIVE-ALREADY-LISTED VALUE "Y".
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-FILE VALUE "Y".
              77 WS-KEEP-EOF-FLAG PIC X VALUE "N".
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-CUTOFF-DATE.
                  05 CUT-YEAR PIC 9(4).
                  05 CUT-MONTH PIC 9(2).
                  ELSE
                      PERFORM SPLIT-AUDIT-FILE
                      PERFORM COPY-KEEP-FILE-BACK
                      PERFORM REGISTER-ARCHIVE
                      PERFORM WRITE-PURGE-AUDIT
                      PERFORM WRITE-PURGE-SUMMARY
                      DISPLAY "PURGE COMPLETE - " WS-MOVED-COUNT
                          " RECORDS TO " WS-ARCHIVE-NAME
                          DISPLAY "BATCH RUN IN FLIGHT - "
                              "PURGE REFUSED"
                          CLOSE CHECKPOINT-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE CHECKPOINT-FILE
                              " - PURGE REFUSED"
                          CLOSE LOCK-FILE
                          PERFORM WRITE-LOCK-REFUSAL
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE LOCK-FILE
                  MOVE ZERO TO AUD-C.
                  MOVE "LCK-REFUS" TO AUD-STATUS.
                  MOVE "P" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              WRITE-PURGE-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
                  MOVE WS-MOVED-COUNT TO AUD-A.
                  MOVE WS-KEPT-COUNT TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE "AUD-PURGE" TO AUD-STATUS.
                  MOVE "P" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              SET-RETENTION-PERIOD.
                  OPEN INPUT AUDIT-FILE.
                  IF WS-AUDIT-STATUS NOT = "00"
                      DISPLAY "AUDIT FILE NOT FOUND"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                  END-IF.
                  PERFORM UNTIL END-OF-AUDIT-FILE
                      ADD 1 TO WS-KEPT-COUNT
                      WRITE KEEP-LINE FROM AUDIT-LINE
                  END-IF.
              REGISTER-ARCHIVE.
                  OPEN INPUT ARCHIVE-LIST-FILE.
                  IF WS-LST-STATUS = "00"
                      PERFORM UNTIL END-OF-ARCHIVE-LIST
                              OR ARCHIVE-ALREADY-LISTED
                          READ ARCHIVE-LIST-FILE
                              AT END
                                  SET END-OF-ARCHIVE-LIST TO TRUE
                              NOT AT END
                                  IF ARCHIVE-LIST-RECORD
                                          = WS-ARCHIVE-NAME
                                      SET ARCHIVE-ALREADY-LISTED
                                          TO TRUE
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE ARCHIVE-LIST-FILE
                  END-IF.
                  IF NOT ARCHIVE-ALREADY-LISTED
                      OPEN EXTEND ARCHIVE-LIST-FILE
                      IF WS-LST-STATUS = "35"
                          OPEN OUTPUT ARCHIVE-LIST-FILE
                      END-IF
                      WRITE ARCHIVE-LIST-RECORD FROM WS-ARCHIVE-NAME
                      CLOSE ARCHIVE-LIST-FILE
                  END-IF.
              TALLY-ARCHIVE-MONTH.
                  MOVE ZERO TO WS-MONTH-FOUND-IDX.
                  PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
