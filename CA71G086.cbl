                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT MRKMAST ASSIGN TO DD6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS6.
            SELECT ARCMRK ASSIGN TO DD7
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
          05 FILLER                   PIC X.
          05 JRN-AFTER                PIC X(88).
          05 FILLER                   PIC X(9).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X(89).
       FD ARCMRK.
       01 ARCMRKREC                   PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS4-EOF                            VALUE 10.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
          88 FS6-NOTFND                         VALUE 23.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
       01 WS-ARC-YEAR                 PIC 9(4).
       01 WS-ARC-TERM                 PIC 9(1).
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-ARCN                     PIC 9(7) VALUE ZERO.
       01 WS-KEEPN                    PIC 9(7) VALUE ZERO.
       01 WS-MRKARCN                  PIC 9(7) VALUE ZERO.
       01 WS-NOMRKN                   PIC 9(7) VALUE ZERO.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O MRKMAST.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "OPEN FS6 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT ARCMRK.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            CLOSE OUTFILE.
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS5
            END-EVALUATE.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "CLOSE FS6 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS6
            END-EVALUATE.
            CLOSE ARCMRK.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "CLOSE FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS7
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
                     ADD 1 TO WS-ARCN
                     PERFORM 2300-JRNWRITE-PARA
                        THRU 2300-JRNWRITE-EXIT
                     PERFORM 2400-MRKARC-PARA
                        THRU 2400-MRKARC-EXIT
                WHEN OTHER
                     DISPLAY "DELETE ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
            END-EVALUATE.
       2300-JRNWRITE-EXIT.
            EXIT.
       2400-MRKARC-PARA.
            MOVE ARCREC(1:11) TO MMK-KEY.
            READ MRKMAST KEY IS MMK-KEY.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN FS6-NOTFND
                     ADD 1 TO WS-NOMRKN
                     GO TO 2400-MRKARC-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE MMKREC TO ARCMRKREC.
            WRITE ARCMRKREC.
            EVALUATE TRUE
                WHEN FS7-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DELETE MRKMAST.
            EVALUATE TRUE
                WHEN FS6-OK
                     ADD 1 TO WS-MRKARCN
                WHEN OTHER
                     DISPLAY "DELETE ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2400-MRKARC-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA71G086  -  TERM ARCHIVE REPORT".
            DISPLAY "RECORDS ARCHIVED  : " WS-ARCN.
            DISPLAY "RECORDS KEPT      : " WS-KEEPN.
            DISPLAY "JOURNAL RECORDS   : " WS-JRNN.
            DISPLAY "MARKS ARCHIVED    : " WS-MRKARCN.
            DISPLAY "NO MARKS DETAIL   : " WS-NOMRKN.
            DISPLAY "=========================================".
            MOVE 0 TO RETURN-CODE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA71G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "ARCHIVED" TO WS-RH-LBL(2).
            MOVE WS-ARCN TO WS-RH-VAL(2).
            MOVE "KEPT" TO WS-RH-LBL(3).
            MOVE WS-KEEPN TO WS-RH-VAL(3).
            MOVE "JOURNAL" TO WS-RH-LBL(4).
            MOVE WS-JRNN TO WS-RH-VAL(4).
            MOVE "MRK ARCH" TO WS-RH-LBL(5).
            MOVE WS-MRKARCN TO WS-RH-VAL(5).
            MOVE "NO MARKS" TO WS-RH-LBL(6).
            MOVE WS-NOMRKN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
