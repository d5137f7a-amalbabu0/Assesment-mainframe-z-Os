                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
            SELECT ARCMRK ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT MRKMAST ASSIGN TO DD5
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS5.
       DATA DIVISION.
       FILE SECTION.
       FD ARCFILE.
          05 FILLER                   PIC X.
          05 RSP-TERM                 PIC X(1).
          05 FILLER                   PIC X(68).
       FD ARCMRK.
       01 ARCMRKREC.
          05 AM-KEY                   PIC X(11).
          05 FILLER                   PIC X(89).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X(89).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
          88 FS4-EOF                            VALUE 10.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
          88 FS5-EMPTY                          VALUE 35.
       01 WS-ALL-SW                   PIC X(1) VALUE "N".
          88 WS-RESTORE-ALL                     VALUE "Y".
       01 WS-KEY-CNT                  PIC 9(3) VALUE ZERO.
       01 WS-DUPN                     PIC 9(7) VALUE ZERO.
       01 WS-SKIPN                    PIC 9(7) VALUE ZERO.
       01 WS-UNMATCHN                 PIC 9(3) VALUE ZERO.
       01 WS-MRKREADN                 PIC 9(7) VALUE ZERO.
       01 WS-MRKRSTN                  PIC 9(7) VALUE ZERO.
       01 WS-MRKDUPN                  PIC 9(7) VALUE ZERO.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 2400-UNMATCH-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-CNT.
            PERFORM 2500-MRKRST-PARA
               THRU 2500-MRKRST-EXIT.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
            END-IF.
       2400-UNMATCH-EXIT.
            EXIT.
       2500-MRKRST-PARA.
            OPEN INPUT ARCMRK.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "OPEN FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O MRKMAST.
            IF FS5-EMPTY
               OPEN OUTPUT MRKMAST
               CLOSE MRKMAST
               OPEN I-O MRKMAST
               DISPLAY "MARKS MASTER EMPTY - INITIALIZED"
            END-IF.
            EVALUATE TRUE
                WHEN FS5-OK
                     DISPLAY "OPEN FS5 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2510-MRKREAD-PARA
               THRU 2510-MRKREAD-EXIT UNTIL FS4-EOF.
            CLOSE ARCMRK.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "CLOSE FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS4
            END-EVALUATE.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS5-OK
                     DISPLAY "CLOSE FS5 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS5
            END-EVALUATE.
       2500-MRKRST-EXIT.
            EXIT.
       2510-MRKREAD-PARA.
            READ ARCMRK.
            EVALUATE TRUE
                WHEN FS4-OK
                     ADD 1 TO WS-MRKREADN
                     PERFORM 2520-MRKSEL-PARA
                        THRU 2520-MRKSEL-EXIT
                WHEN FS4-EOF
                     DISPLAY "MARKS READ END WITH TOTAL : "
                             WS-MRKREADN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2510-MRKREAD-EXIT.
            EXIT.
       2520-MRKSEL-PARA.
            IF NOT WS-RESTORE-ALL
               MOVE ZERO TO WS-KEY-FND
               PERFORM 2530-MRKMATCH-PARA
                  THRU 2530-MRKMATCH-EXIT
                  VARYING WS-KEY-IDX FROM 1 BY 1
                  UNTIL WS-KEY-IDX > WS-KEY-CNT
               IF WS-KEY-FND = ZERO
                  GO TO 2520-MRKSEL-EXIT
               END-IF
            END-IF.
            MOVE ARCMRKREC TO MMKREC.
            WRITE MMKREC.
            EVALUATE TRUE
                WHEN FS5-OK
                     ADD 1 TO WS-MRKRSTN
                WHEN WS-FS5 = 22
                     ADD 1 TO WS-MRKDUPN
                     DISPLAY "KEY ALREADY ON MARKS MASTER - "
                             "NOT RESTORED: " AM-KEY
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2520-MRKSEL-EXIT.
            EXIT.
       2530-MRKMATCH-PARA.
            IF WS-KEY-TKEY(WS-KEY-IDX) = AM-KEY
               AND WS-KEY-FND = ZERO
               MOVE WS-KEY-IDX TO WS-KEY-FND
            END-IF.
       2530-MRKMATCH-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA42G086  -  ARCHIVE RESTORE REPORT".
            DISPLAY "ALREADY ON LIVE FILE : " WS-DUPN.
            DISPLAY "NOT SELECTED         : " WS-SKIPN.
            DISPLAY "KEYS NOT ON ARCHIVE  : " WS-UNMATCHN.
            DISPLAY "MARKS RECORDS READ   : " WS-MRKREADN.
            DISPLAY "MARKS RESTORED       : " WS-MRKRSTN.
            DISPLAY "ALREADY ON MASTER    : " WS-MRKDUPN.
            DISPLAY "=========================================".
            IF WS-DUPN > ZERO OR WS-UNMATCHN > ZERO
               OR WS-MRKDUPN > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA42G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "RESTORED" TO WS-RH-LBL(2).
            MOVE WS-RSTN TO WS-RH-VAL(2).
            MOVE "DUPLICATE" TO WS-RH-LBL(3).
            MOVE WS-DUPN TO WS-RH-VAL(3).
            MOVE "UNMATCHED" TO WS-RH-LBL(4).
            MOVE WS-UNMATCHN TO WS-RH-VAL(4).
            MOVE "MRK READ" TO WS-RH-LBL(5).
            MOVE WS-MRKREADN TO WS-RH-VAL(5).
            MOVE "MRK RESTD" TO WS-RH-LBL(6).
            MOVE WS-MRKRSTN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
