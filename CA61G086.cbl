       01 WS-BAL-SW                   PIC X(1) VALUE "Y".
          88 WS-IN-BALANCE                      VALUE "Y".
          88 WS-OUT-OF-BALANCE                  VALUE "N".
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY "=========================================".
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA61G086" TO WS-RH-PGM.
            MOVE "ADDS" TO WS-RH-LBL(1).
            MOVE WS-CADDN TO WS-RH-VAL(1).
            MOVE "DELETES" TO WS-RH-LBL(2).
            MOVE WS-CDELN TO WS-RH-VAL(2).
            MOVE "CHANGES" TO WS-RH-LBL(3).
            MOVE WS-CCHGN TO WS-RH-VAL(3).
            MOVE "EXP ADDS" TO WS-RH-LBL(4).
            MOVE WS-EXP-ADDN TO WS-RH-VAL(4).
            MOVE "EXP UPDS" TO WS-RH-LBL(5).
            MOVE WS-EXP-UPDN TO WS-RH-VAL(5).
            MOVE "EXP DELS" TO WS-RH-LBL(6).
            MOVE WS-EXP-DELN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
