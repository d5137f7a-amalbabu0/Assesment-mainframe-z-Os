          05 WS-PL-IMG-LBL            PIC X(8).
          05 WS-PL-IMG-DATA           PIC X(88).
          05 FILLER                   PIC X(36) VALUE SPACES.
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
            MOVE "CA12G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "PRINTED" TO WS-RH-LBL(2).
            MOVE WS-PRTN TO WS-RH-VAL(2).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
