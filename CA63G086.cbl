       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA63G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MRKFILE ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT MRKMAST ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS2.
            SELECT OUTFILE ASSIGN TO DD3
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS O-OUTKEY
                   FILE STATUS WS-FS3.
            SELECT ARCMRK ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD MRKFILE.
       01 MRKREC.
          05 MRK-KEY                  PIC X(11).
          05 FILLER                   PIC X(89).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X(89).
       FD OUTFILE.
       01 OUTREC.
          05 O-OUTKEY.
             10 O-STID                PIC X(6).
             10 O-YEAR                PIC 9(4).
             10 O-TERM                PIC 9(1).
          05 FILLER                   PIC X(77).
       FD ARCMRK.
       01 ARCMRKREC                   PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-EOF                            VALUE 10.
          88 FS2-NOTFND                         VALUE 23.
          88 FS2-EMPTY                          VALUE 35.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-NOTFND                         VALUE 23.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-ADDN                     PIC 9(7) VALUE ZERO.
       01 WS-RPLN                     PIC 9(7) VALUE ZERO.
       01 WS-LIVEN                    PIC 9(7) VALUE ZERO.
       01 WS-ARCN                     PIC 9(7) VALUE ZERO.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-LOAD-PARA
               THRU 2000-LOAD-EXIT.
            PERFORM 3000-SPLIT-PARA
               THRU 3000-SPLIT-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            OPEN INPUT MRKFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O MRKMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN FS2-EMPTY
                     OPEN OUTPUT MRKMAST
                     CLOSE MRKMAST
                     OPEN I-O MRKMAST
                     IF NOT FS2-OK
                        DISPLAY "OPEN ERROR" WS-FS2
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY "MARKS MASTER EMPTY - INITIALIZED"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT OUTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT ARCMRK.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "OPEN FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       2000-LOAD-PARA.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            CLOSE MRKFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "CLOSE FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS1
            END-EVALUATE.
       2000-LOAD-EXIT.
            EXIT.
       2100-READ-PARA.
            READ MRKFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 2200-PUT-PARA
                        THRU 2200-PUT-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-READ-EXIT.
            EXIT.
       2200-PUT-PARA.
            MOVE MRK-KEY TO MMK-KEY.
            READ MRKMAST KEY IS MMK-KEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     MOVE MRKREC TO MMKREC
                     REWRITE MMKREC
                     IF NOT FS2-OK
                        DISPLAY "REWRITE ERROR" WS-FS2
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RPLN
                WHEN FS2-NOTFND
                     MOVE MRKREC TO MMKREC
                     WRITE MMKREC
                     IF NOT FS2-OK
                        DISPLAY "WRITE ERROR" WS-FS2
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-ADDN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2200-PUT-EXIT.
            EXIT.
       3000-SPLIT-PARA.
            MOVE LOW-VALUES TO MMK-KEY.
            START MRKMAST KEY IS NOT < MMK-KEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     MOVE "N" TO WS-BRW-END-SW
                     PERFORM 3100-BRWREAD-PARA
                        THRU 3100-BRWREAD-EXIT UNTIL WS-BRW-END
                WHEN FS2-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "CLOSE FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS2
            END-EVALUATE.
            CLOSE OUTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "CLOSE FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS3
            END-EVALUATE.
            CLOSE ARCMRK.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "CLOSE FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS4
            END-EVALUATE.
       3000-SPLIT-EXIT.
            EXIT.
       3100-BRWREAD-PARA.
            READ MRKMAST NEXT RECORD.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN FS2-EOF
                     MOVE "Y" TO WS-BRW-END-SW
                     GO TO 3100-BRWREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE MMK-KEY TO O-OUTKEY.
            READ OUTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     ADD 1 TO WS-LIVEN
                     GO TO 3100-BRWREAD-EXIT
                WHEN FS3-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE MMKREC TO ARCMRKREC.
            WRITE ARCMRKREC.
            EVALUATE TRUE
                WHEN FS4-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DELETE MRKMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-ARCN
                WHEN OTHER
                     DISPLAY "DELETE ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3100-BRWREAD-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA63G086  -  MARKS MASTER INITIAL LOAD".
            DISPLAY "=========================================".
            DISPLAY "MRKFILE RECORDS READ : " WS-READN.
            DISPLAY "MASTER RECORDS ADDED : " WS-ADDN.
            DISPLAY "OLDER IMAGES REPLACED: " WS-RPLN.
            DISPLAY "KEPT - RESULT LIVE   : " WS-LIVEN.
            DISPLAY "MOVED TO ARCMRK      : " WS-ARCN.
            DISPLAY "=========================================".
            MOVE 0 TO RETURN-CODE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA63G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "ADDED" TO WS-RH-LBL(2).
            MOVE WS-ADDN TO WS-RH-VAL(2).
            MOVE "REPLACED" TO WS-RH-LBL(3).
            MOVE WS-RPLN TO WS-RH-VAL(3).
            MOVE "KEPT LIVE" TO WS-RH-LBL(4).
            MOVE WS-LIVEN TO WS-RH-VAL(4).
            MOVE "ARCHIVED" TO WS-RH-LBL(5).
            MOVE WS-ARCN TO WS-RH-VAL(5).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
