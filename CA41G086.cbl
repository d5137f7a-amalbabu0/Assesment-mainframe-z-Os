                                      VALUE "GRADE F - UNDER 60".
       01 WS-BAND-LBL-RED REDEFINES WS-BAND-LBL-TBL.
          05 WS-BAND-LBL              PIC X(20) OCCURS 5 TIMES.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA41G086" TO WS-RH-PGM.
            MOVE "RANKED" TO WS-RH-LBL(1).
            MOVE WS-STU-CNT TO WS-RH-VAL(1).
            MOVE "SKIPPED" TO WS-RH-LBL(2).
            MOVE WS-SKIPN TO WS-RH-VAL(2).
            MOVE "DROPPED" TO WS-RH-LBL(3).
            MOVE WS-DROPN TO WS-RH-VAL(3).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
