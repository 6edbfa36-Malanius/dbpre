            05 RCY-REASON-CODE          PIC  X(04).
            05 FILLER                   PIC  X(01).
            05 RCY-REASON-TEXT          PIC  X(40).
            05 FILLER                   PIC  X(01).
            05 RCY-FEED-SOURCE          PIC  X(08).
      *
        FD  RCYOUT-FILE.
        01  RCYOUT-RECORD.
            05 ROUT-REASON-CODE         PIC  X(04).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ROUT-REASON-TEXT         PIC  X(40).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ROUT-FEED-SOURCE         PIC  X(08).
      *
        FD  DISP-FILE.
        01  DISP-RECORD.
            05 DSP-REASON-CODE          PIC  X(04).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 DSP-REASON-TEXT          PIC  X(40).
      * When the reject was first written and the feed source that
      * sent it - with DSP-DATE, how long the reject stayed open
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 DSP-REJECT-DATE          PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 DSP-REJECT-TIME          PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 DSP-FEED-SOURCE          PIC  X(08).
      *
        FD  ERRLOG-FILE.
        01  ERRLOG-RECORD.
        01  WS-REJECT-REASON-TEXT             PIC  X(40).
        01  WS-QUOTE-COUNT                    PIC  9(02) VALUE ZERO.
      *
      * A rejected adjustment carries its field id, requester and
      * reason code packed into FIELD2 and its new value in FIELD3 -
      * the same packing PCTB003B writes and its recycle run unpacks
        01  WS-ADJ-REJ-FIELD2.
            05 WS-ADJ-REJ-FIELD-ID            PIC  X(01).
               88  WS-ADJ-FIELD-KEY                        VALUE '1'.
               88  WS-ADJ-FIELD-2                          VALUE '2'.
               88  WS-ADJ-FIELD-VALID               VALUE '1' '2' '3'.
            05 FILLER                         PIC  X(01).
            05 WS-ADJ-REJ-REQUESTER           PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 WS-ADJ-REJ-REASON-CODE         PIC  X(04).
            05 FILLER                         PIC  X(01).
        01  WS-ADJ-NEW-VALUE                  PIC  X(32).
        01  WS-ADJ-NEW-VALUE-R REDEFINES WS-ADJ-NEW-VALUE.
            05 WS-ADJ-NEW-KEY                 PIC  9(08).
            05 WS-ADJ-NEW-KEY-REST            PIC  X(24).
      *
      * Control totals for the closing banner
        01  WS-RECS-READ                      PIC  9(08) VALUE ZERO.
        01  WS-RECS-CORRECTED                 PIC  9(08) VALUE ZERO.
              MOVE FIELD3                   TO DSP-FIELD3
              MOVE RCY-REASON-CODE          TO DSP-REASON-CODE
              MOVE RCY-REASON-TEXT          TO DSP-REASON-TEXT
              MOVE RCY-DATE                 TO DSP-REJECT-DATE
              MOVE RCY-TIME                 TO DSP-REJECT-TIME
              MOVE RCY-FEED-SOURCE          TO DSP-FEED-SOURCE
              WRITE DISP-RECORD
           END-IF
           .
                 WHEN 'C'
                 WHEN 'c'
                    MOVE 'C'                TO WS-MAINT-ACTION
                    EVALUATE RCY-REASON-CODE (1:2)
                    WHEN 'DL'
                       PERFORM MAINT-CORRECT-DELETE
                    WHEN 'AD'
                       PERFORM MAINT-CORRECT-ADJUST
                    WHEN OTHER
                       PERFORM MAINT-CORRECT-RECORD
                    END-EVALUATE
                 WHEN 'W'
                 WHEN 'w'
                    MOVE 'W'                TO WS-MAINT-ACTION
              MOVE RCY-DATE                 TO ROUT-DATE
              MOVE RCY-TIME                 TO ROUT-TIME
              MOVE RCY-TABLE-NAME           TO ROUT-TABLE-NAME
              MOVE RCY-FEED-SOURCE          TO ROUT-FEED-SOURCE
              MOVE FIELD1                   TO ROUT-FIELD1
              MOVE FIELD2                   TO ROUT-FIELD2
              MOVE FIELD3                   TO ROUT-FIELD3
           .
       MAINT-CORRECT-RECORD-EXIT.
           EXIT.
      *************************************************************************
       MAINT-CORRECT-DELETE SECTION.
      *
      * A rejected feed delete (reason DLxx) carries a key and nothing
      * else - only FIELD1 is asked for and checked, and the corrected
      * record keeps a DL reason code so the recycle run re-drives it
      * as a delete instead of a row to insert
           DISPLAY 'FIELD1 (blank = keep ' FIELD1 '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:8)    TO FIELD1
           END-IF
      *
           IF FIELD1-NUM NOT NUMERIC OR FIELD1-NUM = ZERO
              DISPLAY 'Correction still fails validation: DLNV '
                      'Delete FIELD1 is not a positive numeric key'
           ELSE
              MOVE SPACES                   TO RCYOUT-RECORD
              MOVE RCY-PROGRAM-NAME         TO ROUT-PROGRAM-NAME
              MOVE RCY-DATE                 TO ROUT-DATE
              MOVE RCY-TIME                 TO ROUT-TIME
              MOVE RCY-TABLE-NAME           TO ROUT-TABLE-NAME
              MOVE RCY-FEED-SOURCE          TO ROUT-FEED-SOURCE
              MOVE FIELD1                   TO ROUT-FIELD1
              MOVE SPACES                   TO ROUT-FIELD2
              MOVE SPACES                   TO ROUT-FIELD3
              MOVE 'DLCR'                   TO ROUT-REASON-CODE
              MOVE 'Corrected delete - ready for recycle run'
                                            TO ROUT-REASON-TEXT
              WRITE RCYOUT-RECORD
              PERFORM DISP-WRITE
              ADD 1                         TO WS-RECS-CORRECTED
              DISPLAY 'Correction passed validation - saved for '
                      'the recycle run'
              SET WS-RECORD-SETTLED         TO TRUE
           END-IF
           .
       MAINT-CORRECT-DELETE-EXIT.
           EXIT.
      *************************************************************************
       MAINT-CORRECT-ADJUST SECTION.
      *
      * A rejected adjustment (reason ADxx) - the key, the field id,
      * the new value and the requester/reason pair are asked for
      * (blank = keep) and given the field checks PCTB003B makes
      * before it looks the key up. The corrected record keeps an AD
      * reason code, and the packing, so the recycle run re-drives it
      * as an adjustment; whether the key is on the table is proved
      * again there
           MOVE FIELD2                      TO WS-ADJ-REJ-FIELD2
           MOVE FIELD3                      TO WS-ADJ-NEW-VALUE
           DISPLAY 'FIELD1 (blank = keep ' FIELD1 '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:8)    TO FIELD1
           END-IF
           DISPLAY 'Field id 1-3 (blank = keep '
                   WS-ADJ-REJ-FIELD-ID '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:1)    TO WS-ADJ-REJ-FIELD-ID
           END-IF
           DISPLAY 'New value (blank = keep ' WS-ADJ-NEW-VALUE '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:32)   TO WS-ADJ-NEW-VALUE
           END-IF
           DISPLAY 'Requester (blank = keep '
                   WS-ADJ-REJ-REQUESTER '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:8)    TO WS-ADJ-REJ-REQUESTER
           END-IF
           DISPLAY 'Reason code (blank = keep '
                   WS-ADJ-REJ-REASON-CODE '):'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:4)    TO WS-ADJ-REJ-REASON-CODE
           END-IF
      *
           SET WS-ROW-VALID                 TO TRUE
           MOVE ZERO                        TO WS-QUOTE-COUNT
           INSPECT WS-ADJ-NEW-VALUE TALLYING WS-QUOTE-COUNT
                   FOR ALL '"' ALL ''''
           EVALUATE TRUE
           WHEN FIELD1-NUM NOT NUMERIC OR FIELD1-NUM = ZERO
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADNV'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment FIELD1 is not a positive key'
                                            TO WS-REJECT-REASON-TEXT
           WHEN NOT WS-ADJ-FIELD-VALID
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADFI'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment field id is not 1, 2 or 3'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-REJ-REASON-CODE = SPACES
             OR WS-ADJ-REJ-REQUESTER = SPACES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADRQ'                   TO WS-REJECT-REASON-CODE
              MOVE 'Reason code or requester missing'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-NEW-VALUE = SPACES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADBL'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment new value is blank'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-QUOTE-COUNT NOT = ZERO
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADQT'                   TO WS-REJECT-REASON-CODE
              MOVE 'New value contains a quote character'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-FIELD-KEY
             AND (WS-ADJ-NEW-KEY NOT NUMERIC
               OR WS-ADJ-NEW-KEY = ZERO
               OR WS-ADJ-NEW-KEY-REST NOT = SPACES)
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADKV'                   TO WS-REJECT-REASON-CODE
              MOVE 'New FIELD1 is not a positive 8-digit key'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-FIELD-2
             AND WS-ADJ-NEW-VALUE (17:16) NOT = SPACES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADLN'                   TO WS-REJECT-REASON-CODE
              MOVE 'New FIELD2 value longer than 16'
                                            TO WS-REJECT-REASON-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
      *
           IF WS-ROW-INVALID
              DISPLAY 'Correction still fails validation: '
                      WS-REJECT-REASON-CODE ' '
                      WS-REJECT-REASON-TEXT
           ELSE
              MOVE SPACE                    TO WS-ADJ-REJ-FIELD2 (2:1)
              MOVE SPACE                    TO WS-ADJ-REJ-FIELD2 (11:1)
              MOVE SPACE                    TO WS-ADJ-REJ-FIELD2 (16:1)
              MOVE SPACES                   TO RCYOUT-RECORD
              MOVE RCY-PROGRAM-NAME         TO ROUT-PROGRAM-NAME
              MOVE RCY-DATE                 TO ROUT-DATE
              MOVE RCY-TIME                 TO ROUT-TIME
              MOVE RCY-TABLE-NAME           TO ROUT-TABLE-NAME
              MOVE RCY-FEED-SOURCE          TO ROUT-FEED-SOURCE
              MOVE FIELD1                   TO ROUT-FIELD1
              MOVE WS-ADJ-REJ-FIELD2        TO ROUT-FIELD2
              MOVE WS-ADJ-NEW-VALUE         TO ROUT-FIELD3
              MOVE 'ADCR'                   TO ROUT-REASON-CODE
              MOVE 'Corrected adjustment - ready for recycle'
                                            TO ROUT-REASON-TEXT
              WRITE RCYOUT-RECORD
              PERFORM DISP-WRITE
              ADD 1                         TO WS-RECS-CORRECTED
              DISPLAY 'Correction passed validation - saved for '
                      'the recycle run'
              SET WS-RECORD-SETTLED         TO TRUE
           END-IF
           .
       MAINT-CORRECT-ADJUST-EXIT.
           EXIT.
      *************************************************************************
       MAINT-KEEP-RECORD SECTION.
      *
