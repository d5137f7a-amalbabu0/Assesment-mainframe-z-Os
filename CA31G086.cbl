          05 FILLER                   PIC X     VALUE SPACE.
          05 WS-RSB-TRL-HASH          PIC 9(9)V99.
          05 FILLER                   PIC X(57) VALUE SPACES.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA31G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-SUSN TO WS-RH-VAL(1).
            MOVE "CORR READ" TO WS-RH-LBL(2).
            MOVE WS-COR-CNT TO WS-RH-VAL(2).
            MOVE "RESUBMIT" TO WS-RH-LBL(3).
            MOVE WS-RSBN TO WS-RH-VAL(3).
            MOVE "WRITE OFF" TO WS-RH-LBL(4).
            MOVE WS-WOFFN TO WS-RH-VAL(4).
            MOVE "FAILED" TO WS-RH-LBL(5).
            MOVE WS-FAILEDN TO WS-RH-VAL(5).
            MOVE "STILL OPEN" TO WS-RH-LBL(6).
            MOVE WS-OPENN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
