       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MRKMAST ASSIGN TO DD1
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MRK-KEY
                   FILE STATUS WS-FS1.
            SELECT SUBJFILE ASSIGN TO DD2
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD MRKMAST.
       01 MRKREC.
          05 MRK-KEY.
             10 MRK-STID              PIC X(6).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-SKIPN                    PIC 9(7) VALUE ZERO.
       01 WS-UNKN                     PIC 9(7) VALUE ZERO.
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-MARK-OPS                 PIC 9(2)V9(2).
       01 WS-SUB-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-LO-ED                    PIC Z9.99.
       01 WS-PASS-PCT                 PIC 9(3)V9(1).
       01 WS-PASS-PCT-ED              PIC ZZ9.9.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
                    " TERM " WS-RPT-TERM.
            PERFORM 1100-SUBJ-PARA
               THRU 1100-SUBJ-EXIT.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
       2000-PROCESS-PARA.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "CLOSE FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS1
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
            READ MRKMAST NEXT RECORD.
            EVALUATE TRUE
                WHEN FS1-OK
                     AND ( MRK-YEAR NOT = WS-RPT-YEAR
                     ADD 1 TO WS-SKIPN
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 2300-KEYACCUM-PARA
                        THRU 2300-KEYACCUM-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
            END-EVALUATE.
       2100-READ-EXIT.
            EXIT.
       2300-KEYACCUM-PARA.
            PERFORM 2200-ACCUM-PARA
               THRU 2200-ACCUM-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > MRK-SUBJ-CNT
                  OR WS-SUBJ-IDX > 5.
       2300-KEYACCUM-EXIT.
            EXIT.
       2200-ACCUM-PARA.
            IF NOT ( MRK-MARK(WS-SUBJ-IDX)(1:2)
                     IS NUMERIC
                AND MRK-MARK(WS-SUBJ-IDX)(4:2)
                     IS NUMERIC )
               GO TO 2200-ACCUM-EXIT
            END-IF.
               GO TO 2200-ACCUM-EXIT
            END-IF.
            MOVE ZERO TO WS-MARK-OPS.
            MOVE MRK-MARK(WS-SUBJ-IDX)(1:2)
              TO WS-MARK-OPS(1:2).
            MOVE MRK-MARK(WS-SUBJ-IDX)(4:2)
              TO WS-MARK-OPS(3:2).
            ADD 1 TO WS-SUB-TAPP(WS-SUB-FND).
            ADD WS-MARK-OPS TO WS-SUB-TTOT(WS-SUB-FND).
            EXIT.
       2210-MATCHSUB-PARA.
            IF WS-SUB-TCODE(WS-SUB-IDX)
               = MRK-SUBJ-CD(WS-SUBJ-IDX)
               AND WS-SUB-FND = ZERO
               MOVE WS-SUB-IDX TO WS-SUB-FND
            END-IF.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "MARKS RECORDS READ   : " WS-READN.
            DISPLAY "OTHER TERMS SKIPPED  : " WS-SKIPN.
            DISPLAY "UNKNOWN SUBJECT MARKS: " WS-UNKN.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-UNKN > ZERO
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA22G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "SKIPPED" TO WS-RH-LBL(2).
            MOVE WS-SKIPN TO WS-RH-VAL(2).
            MOVE "UNKNOWN" TO WS-RH-LBL(3).
            MOVE WS-UNKN TO WS-RH-VAL(3).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
