                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
            SELECT MRKMAST ASSIGN TO DD7
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
             10 MRK-RAW-MARK          PIC 99.99.
             10 FILLER                PIC X.
          05 FILLER                   PIC X(6).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X.
          05 MMK-SUBJ-CNT             PIC 9(1).
          05 FILLER                   PIC X.
          05 MMK-DETL OCCURS 5 TIMES.
             10 MMK-SUBJ-CD           PIC X(3).
             10 FILLER                PIC X.
             10 MMK-MARK              PIC 99.99.
             10 FILLER                PIC X.
             10 MMK-RAW-MARK          PIC 99.99.
             10 FILLER                PIC X.
          05 FILLER                   PIC X(6).
       FD SUBJFILE.
       01 SUBREC.
          05 SUB-CODE                 PIC X(3).
          88 FS5-EOF                            VALUE 10.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
          88 FS7-NOTFND                         VALUE 23.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-STMTN                    PIC 9(5) VALUE ZERO.
          05 WS-TMK-ENT OCCURS 500 TIMES.
             10 WS-TMK-TKEY           PIC X(11).
             10 WS-TMK-TCNT           PIC 9(1).
             10 WS-TMK-TSRC           PIC X(1).
             10 WS-TMK-TDET OCCURS 5 TIMES.
                15 WS-TMK-TCODE       PIC X(3).
                15 WS-TMK-TMARK       PIC X(5).
                        VALUE " PCT  CREDITS USED ".
          05 WS-PL-CAR-CRED           PIC 9(4).
          05 FILLER                   PIC X(71) VALUE SPACES.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
       1210-SUBJREAD-EXIT.
            EXIT.
       2000-LOAD-PARA.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT OUTFILE.
            EVALUATE TRUE
                WHEN FS1-OK
            PERFORM 2100-OUTREAD-PARA
               THRU 2100-OUTREAD-EXIT UNTIL FS1-EOF.
            CLOSE OUTFILE.
            CLOSE MRKMAST.
            OPEN INPUT ARCFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                             TO WS-RES-TRES(WS-RES-CNT)
                           MOVE "N"
                             TO WS-RES-TUSED(WS-RES-CNT)
                           PERFORM 2700-MMKLOAD-PARA
                              THRU 2700-MMKLOAD-EXIT
                        END-IF
                     END-IF
                WHEN FS1-EOF
               THRU 2610-TMKSCAN-EXIT
               VARYING WS-TMK-IDX FROM 1 BY 1
               UNTIL WS-TMK-IDX > WS-TMK-CNT.
            IF WS-TMK-FND > ZERO
               AND WS-TMK-TSRC(WS-TMK-FND) = "M"
               GO TO 2600-TMKSTOW-EXIT
            END-IF.
            IF WS-TMK-FND = ZERO
               IF WS-TMK-CNT < 500
                  ADD 1 TO WS-TMK-CNT
            END-IF.
            MOVE WS-CUR-KEY   TO WS-TMK-TKEY(WS-TMK-FND).
            MOVE MRK-SUBJ-CNT TO WS-TMK-TCNT(WS-TMK-FND).
            MOVE "A"          TO WS-TMK-TSRC(WS-TMK-FND).
            PERFORM 2620-TMKDETL-PARA
               THRU 2620-TMKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
              TO WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX).
       2620-TMKDETL-EXIT.
            EXIT.
       2700-MMKLOAD-PARA.
            MOVE O-OUTKEY TO MMK-KEY.
            READ MRKMAST.
            EVALUATE TRUE
                WHEN FS7-OK
                     CONTINUE
                WHEN FS7-NOTFND
                     GO TO 2700-MMKLOAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE ZERO TO WS-TMK-FND.
            PERFORM 2610-TMKSCAN-PARA
               THRU 2610-TMKSCAN-EXIT
               VARYING WS-TMK-IDX FROM 1 BY 1
               UNTIL WS-TMK-IDX > WS-TMK-CNT.
            IF WS-TMK-FND = ZERO
               IF WS-TMK-CNT < 500
                  ADD 1 TO WS-TMK-CNT
                  MOVE WS-TMK-CNT TO WS-TMK-FND
               ELSE
                  ADD 1 TO WS-DROPN
                  DISPLAY "MARKS TABLE FULL - REC DROPPED"
                  GO TO 2700-MMKLOAD-EXIT
               END-IF
            END-IF.
            MOVE WS-CUR-KEY   TO WS-TMK-TKEY(WS-TMK-FND).
            MOVE MMK-SUBJ-CNT TO WS-TMK-TCNT(WS-TMK-FND).
            MOVE "M"          TO WS-TMK-TSRC(WS-TMK-FND).
            PERFORM 2710-MMKDETL-PARA
               THRU 2710-MMKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
       2700-MMKLOAD-EXIT.
            EXIT.
       2710-MMKDETL-PARA.
            MOVE MMK-SUBJ-CD(WS-SUBJ-IDX)
              TO WS-TMK-TCODE(WS-TMK-FND WS-SUBJ-IDX).
            MOVE MMK-MARK(WS-SUBJ-IDX)
              TO WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX).
       2710-MMKDETL-EXIT.
            EXIT.
       3000-PRINT-PARA.
            PERFORM 3100-STUPRT-PARA
               THRU 3100-STUPRT-EXIT
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA32G086" TO WS-RH-PGM.
            MOVE "REQUESTED" TO WS-RH-LBL(1).
            MOVE WS-REQ-CNT TO WS-RH-VAL(1).
            MOVE "PRINTED" TO WS-RH-LBL(2).
            MOVE WS-STMTN TO WS-RH-VAL(2).
            MOVE "NO DATA" TO WS-RH-LBL(3).
            MOVE WS-MISSN TO WS-RH-VAL(3).
            MOVE "DROPPED" TO WS-RH-LBL(4).
            MOVE WS-DROPN TO WS-RH-VAL(4).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
