       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA65G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUNHIST ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT OPSPARM ASSIGN TO DD2
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS2.
            SELECT PRTFILE ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD RUNHIST.
       01 RHREC.
          05 RH-JOB                   PIC X(8).
          05 FILLER                   PIC X.
          05 RH-STEP                  PIC X(8).
          05 FILLER                   PIC X.
          05 RH-PGM                   PIC X(8).
          05 FILLER                   PIC X.
          05 RH-DATE                  PIC 9(8).
          05 FILLER                   PIC X.
          05 RH-TIME                  PIC 9(6).
          05 FILLER                   PIC X.
          05 RH-RC                    PIC 9(4).
          05 FILLER                   PIC X.
          05 RH-CNT OCCURS 6 TIMES.
             10 RH-LBL                PIC X(10).
             10 RH-VAL                PIC 9(7).
             10 FILLER                PIC X.
          05 FILLER                   PIC X(4).
       FD OPSPARM.
       01 OPSPARMREC.
          05 OP-DATE                  PIC X(8).
          05 FILLER                   PIC X(72).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-OPS-DATE                 PIC 9(8).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-DAYN                     PIC 9(7) VALUE ZERO.
       01 WS-MISSN                    PIC 9(7) VALUE ZERO.
       01 WS-FAILN                    PIC 9(7) VALUE ZERO.
       01 WS-WARNN                    PIC 9(7) VALUE ZERO.
       01 WS-DISAGN                   PIC 9(7) VALUE ZERO.
       01 WS-OTHN                     PIC 9(7) VALUE ZERO.
       01 WS-OTH-DROPN                PIC 9(7) VALUE ZERO.
       01 WS-STP-NAMES.
          05 FILLER                   PIC X(14) VALUE "RUN005CA15G086".
          05 FILLER                   PIC X(14) VALUE "RUN010CA11G086".
          05 FILLER                   PIC X(14) VALUE "RUN020CA41G086".
          05 FILLER                   PIC X(14) VALUE "RUN030CA51G086".
          05 FILLER                   PIC X(14) VALUE "RUN040CA61G086".
          05 FILLER                   PIC X(14) VALUE "RUN050CA52G086".
       01 WS-STP-NAME-TBL REDEFINES WS-STP-NAMES.
          05 WS-STP-NAME OCCURS 6 TIMES.
             10 WS-STP-NSTEP          PIC X(6).
             10 WS-STP-NPGM           PIC X(8).
       01 WS-STP-TBL.
          05 WS-STP-ENT OCCURS 6 TIMES.
             10 WS-STP-SEEN           PIC X(1).
                88 WS-STP-RAN                   VALUE "Y".
             10 WS-STP-JOB            PIC X(8).
             10 WS-STP-TIME           PIC 9(6).
             10 WS-STP-RC             PIC 9(4).
             10 WS-STP-VAL            PIC 9(7) OCCURS 6 TIMES.
       01 WS-STP-IDX                  PIC 9(1).
       01 WS-CNT-IDX                  PIC 9(1).
       01 WS-BATCH-SW                 PIC X(01).
          88 WS-BATCH-REC                       VALUE "Y".
       01 WS-CHK-LEFT                 PIC 9(8) VALUE 99999999.
       01 WS-CHK-RIGHT                PIC 9(8) VALUE 99999999.
       01 WS-OTH-TBL.
          05 WS-OTH-LINE              PIC X(132) OCCURS 20 TIMES.
       01 WS-OTH-IDX                  PIC 9(2).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA65G086".
          05 FILLER                   PIC X(30)
                                      VALUE "DAILY OPERATIONS SIGN-OFF".
          05 FILLER                   PIC X(9) VALUE "FOR DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(11) VALUE "  RUN DATE ".
          05 WS-PL-RDATE              PIC 9(8).
          05 FILLER                   PIC X(56) VALUE SPACES.
       01 WS-PL-STPH.
          05 FILLER                   PIC X(10) VALUE "STEP".
          05 FILLER                   PIC X(10) VALUE "PROGRAM".
          05 FILLER                   PIC X(10) VALUE "JOB".
          05 FILLER                   PIC X(8)  VALUE "TIME".
          05 FILLER                   PIC X(6)  VALUE "RC".
          05 FILLER                   PIC X(88) VALUE "STATUS".
       01 WS-PL-STP.
          05 WS-PL-STP-STEP           PIC X(10).
          05 WS-PL-STP-PGM            PIC X(10).
          05 WS-PL-STP-JOB            PIC X(10).
          05 WS-PL-STP-TIME           PIC X(8).
          05 WS-PL-STP-RC             PIC X(6).
          05 WS-PL-STP-STAT           PIC X(30).
          05 FILLER                   PIC X(58) VALUE SPACES.
       01 WS-PL-RCED                  PIC ZZZ9.
       01 WS-PL-CHKH.
          05 FILLER                   PIC X(52) VALUE "CHECK".
          05 FILLER                   PIC X(10) VALUE "    LEFT".
          05 FILLER                   PIC X(10) VALUE "   RIGHT".
          05 FILLER                   PIC X(60) VALUE "  RESULT".
       01 WS-PL-CHK.
          05 WS-PL-CHK-DESC           PIC X(52).
          05 WS-PL-CHK-LEFT           PIC Z(7)9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-CHK-RIGHT          PIC Z(7)9.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-PL-CHK-RES            PIC X(16).
          05 FILLER                   PIC X(42) VALUE SPACES.
       01 WS-PL-OTH.
          05 WS-PL-OTH-JOB            PIC X(10).
          05 WS-PL-OTH-STEP           PIC X(10).
          05 WS-PL-OTH-PGM            PIC X(10).
          05 WS-PL-OTH-TIME           PIC X(8).
          05 WS-PL-OTH-RC             PIC X(6).
          05 WS-PL-OTH-CNT            PIC X(88).
       01 WS-PL-OTH-ONE.
          05 WS-PL-OTH-LBL            PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-PL-OTH-VAL            PIC Z(6)9.
          05 FILLER                   PIC X(3) VALUE SPACES.
       01 WS-PL-OTH-PTR               PIC 9(3).
       01 WS-PL-TOTL.
          05 WS-PL-TOT-LBL            PIC X(30).
          05 WS-PL-TOT-CNT            PIC Z(6)9.
          05 FILLER                   PIC X(95) VALUE SPACES.
       01 WS-PL-DAY.
          05 FILLER                   PIC X(13) VALUE "DAY STATUS : ".
          05 WS-PL-DAY-STAT           PIC X(50).
          05 FILLER                   PIC X(69) VALUE SPACES.
       01 WS-PL-SIGN                  PIC X(132) VALUE
          "OPERATIONS SIGN-OFF  ____________________    DATE ________".
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-PROCESS-PARA
               THRU 2000-PROCESS-EXIT.
            PERFORM 3000-REPORT-PARA
               THRU 3000-REPORT-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-OPS-DATE.
            OPEN INPUT OPSPARM.
            EVALUATE TRUE
                WHEN FS2-OK
                     READ OPSPARM
                     IF FS2-OK
                        EVALUATE TRUE
                            WHEN OP-DATE = SPACES
                                 CONTINUE
                            WHEN OP-DATE IS NUMERIC
                                 MOVE OP-DATE TO WS-OPS-DATE
                            WHEN OTHER
                                 DISPLAY "OPERATIONS PARM INVALID: "
                                         OP-DATE
                                 MOVE 16 TO RETURN-CODE
                                 STOP RUN
                        END-EVALUATE
                     END-IF
                     CLOSE OPSPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DISPLAY "OPERATIONS SUMMARY FOR " WS-OPS-DATE.
            MOVE ZERO TO WS-STP-TBL.
            PERFORM 1100-STPCLR-PARA
               THRU 1100-STPCLR-EXIT
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > 6.
            OPEN INPUT RUNHIST.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE WS-OPS-DATE TO WS-PL-DATE.
            MOVE WS-RUN-DATE TO WS-PL-RDATE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
       1000-INIT-EXIT.
            EXIT.
       1100-STPCLR-PARA.
            MOVE "N" TO WS-STP-SEEN(WS-STP-IDX).
            MOVE SPACES TO WS-STP-JOB(WS-STP-IDX).
       1100-STPCLR-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            CLOSE RUNHIST.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
            READ RUNHIST.
            EVALUATE TRUE
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     IF RH-DATE = WS-OPS-DATE
                        ADD 1 TO WS-DAYN
                        PERFORM 2200-CLASSIFY-PARA
                           THRU 2200-CLASSIFY-EXIT
                     END-IF
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-READ-EXIT.
            EXIT.
       2200-CLASSIFY-PARA.
            MOVE "N" TO WS-BATCH-SW.
            IF RH-JOB = "CA086RUN" OR "CA086RST"
               PERFORM 2300-STPMATCH-PARA
                  THRU 2300-STPMATCH-EXIT
                  VARYING WS-STP-IDX FROM 1 BY 1
                  UNTIL WS-STP-IDX > 6
            END-IF.
            IF NOT WS-BATCH-REC
               PERFORM 2400-OTHLINE-PARA
                  THRU 2400-OTHLINE-EXIT
            END-IF.
       2200-CLASSIFY-EXIT.
            EXIT.
       2300-STPMATCH-PARA.
            IF RH-STEP(1:6) NOT = WS-STP-NSTEP(WS-STP-IDX)
               OR RH-STEP(7:2) NOT = SPACES
               OR RH-PGM NOT = WS-STP-NPGM(WS-STP-IDX)
               GO TO 2300-STPMATCH-EXIT
            END-IF.
            MOVE "Y" TO WS-BATCH-SW.
            MOVE "Y" TO WS-STP-SEEN(WS-STP-IDX).
            MOVE RH-JOB TO WS-STP-JOB(WS-STP-IDX).
            MOVE RH-TIME TO WS-STP-TIME(WS-STP-IDX).
            MOVE RH-RC TO WS-STP-RC(WS-STP-IDX).
            PERFORM 2310-STPCNT-PARA
               THRU 2310-STPCNT-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 6.
       2300-STPMATCH-EXIT.
            EXIT.
       2310-STPCNT-PARA.
            IF RH-VAL(WS-CNT-IDX) IS NUMERIC
               MOVE RH-VAL(WS-CNT-IDX)
                 TO WS-STP-VAL(WS-STP-IDX, WS-CNT-IDX)
            ELSE
               MOVE ZERO TO WS-STP-VAL(WS-STP-IDX, WS-CNT-IDX)
            END-IF.
       2310-STPCNT-EXIT.
            EXIT.
       2400-OTHLINE-PARA.
            IF RH-RC > 4
               ADD 1 TO WS-WARNN
            END-IF.
            IF WS-OTHN NOT < 20
               ADD 1 TO WS-OTH-DROPN
               GO TO 2400-OTHLINE-EXIT
            END-IF.
            MOVE RH-JOB TO WS-PL-OTH-JOB.
            MOVE RH-STEP TO WS-PL-OTH-STEP.
            MOVE RH-PGM TO WS-PL-OTH-PGM.
            MOVE SPACES TO WS-PL-OTH-TIME.
            STRING RH-TIME(1:2) ":" RH-TIME(3:2) ":" RH-TIME(5:2)
                   DELIMITED BY SIZE INTO WS-PL-OTH-TIME.
            MOVE RH-RC TO WS-PL-RCED.
            MOVE WS-PL-RCED TO WS-PL-OTH-RC.
            MOVE SPACES TO WS-PL-OTH-CNT.
            MOVE 1 TO WS-PL-OTH-PTR.
            PERFORM 2410-OTHCNT-PARA
               THRU 2410-OTHCNT-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4.
            ADD 1 TO WS-OTHN.
            MOVE WS-PL-OTH TO WS-OTH-LINE(WS-OTHN).
       2400-OTHLINE-EXIT.
            EXIT.
       2410-OTHCNT-PARA.
            IF RH-LBL(WS-CNT-IDX) = SPACES
               GO TO 2410-OTHCNT-EXIT
            END-IF.
            MOVE RH-LBL(WS-CNT-IDX) TO WS-PL-OTH-LBL.
            IF RH-VAL(WS-CNT-IDX) IS NUMERIC
               MOVE RH-VAL(WS-CNT-IDX) TO WS-PL-OTH-VAL
            ELSE
               MOVE ZERO TO WS-PL-OTH-VAL
            END-IF.
            STRING WS-PL-OTH-ONE DELIMITED BY SIZE
                   INTO WS-PL-OTH-CNT
                   WITH POINTER WS-PL-OTH-PTR.
       2410-OTHCNT-EXIT.
            EXIT.
       3000-REPORT-PARA.
            MOVE "CA086RUN STEP STATUS" TO PRTREC.
            WRITE PRTREC AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-STPH
                AFTER ADVANCING 1 LINE.
            PERFORM 3100-STPLINE-PARA
               THRU 3100-STPLINE-EXIT
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > 6.
            MOVE "CROSS-STEP CHECKS" TO PRTREC.
            WRITE PRTREC AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-CHKH
                AFTER ADVANCING 1 LINE.
            PERFORM 3200-CHECKS-PARA
               THRU 3200-CHECKS-EXIT.
            MOVE "OTHER STEPS RUN ON THE DAY" TO PRTREC.
            WRITE PRTREC AFTER ADVANCING 2 LINES.
            PERFORM 3400-OTHPRT-PARA
               THRU 3400-OTHPRT-EXIT
               VARYING WS-OTH-IDX FROM 1 BY 1
               UNTIL WS-OTH-IDX > WS-OTHN.
            IF WS-OTHN = ZERO
               MOVE "  NONE" TO PRTREC
               WRITE PRTREC AFTER ADVANCING 1 LINE
            END-IF.
            IF WS-OTH-DROPN > ZERO
               MOVE "  FURTHER STEPS NOT LISTED :" TO WS-PL-TOT-LBL
               MOVE WS-OTH-DROPN TO WS-PL-TOT-CNT
               WRITE PRTREC FROM WS-PL-TOTL
                   AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "RUN HISTORY RECORDS READ    :" TO WS-PL-TOT-LBL.
            MOVE WS-READN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 2 LINES.
            MOVE "RECORDS FOR THE DAY         :" TO WS-PL-TOT-LBL.
            MOVE WS-DAYN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "STEPS MISSING               :" TO WS-PL-TOT-LBL.
            MOVE WS-MISSN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "STEPS FAILED                :" TO WS-PL-TOT-LBL.
            MOVE WS-FAILN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "CHECKS NOT AGREEING         :" TO WS-PL-TOT-LBL.
            MOVE WS-DISAGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "STEPS ENDING WITH WARNINGS  :" TO WS-PL-TOT-LBL.
            MOVE WS-WARNN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            EVALUATE TRUE
                WHEN WS-MISSN > ZERO
                  OR WS-FAILN > ZERO
                  OR WS-DISAGN > ZERO
                     MOVE "NOT CLEAN - DO NOT SIGN OFF"
                       TO WS-PL-DAY-STAT
                WHEN WS-WARNN > ZERO
                     MOVE "CLEAN WITH WARNINGS - REVIEW BEFORE SIGN-OFF"
                       TO WS-PL-DAY-STAT
                WHEN OTHER
                     MOVE "CLEAN" TO WS-PL-DAY-STAT
            END-EVALUATE.
            WRITE PRTREC FROM WS-PL-DAY
                AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-SIGN
                AFTER ADVANCING 3 LINES.
            CLOSE PRTFILE.
       3000-REPORT-EXIT.
            EXIT.
       3100-STPLINE-PARA.
            MOVE WS-STP-NSTEP(WS-STP-IDX) TO WS-PL-STP-STEP.
            MOVE WS-STP-NPGM(WS-STP-IDX) TO WS-PL-STP-PGM.
            IF NOT WS-STP-RAN(WS-STP-IDX)
               ADD 1 TO WS-MISSN
               MOVE SPACES TO WS-PL-STP-JOB WS-PL-STP-TIME
                              WS-PL-STP-RC
               MOVE "MISSING - NO RUN HISTORY" TO WS-PL-STP-STAT
               GO TO 3100-STPLINE-WRITE
            END-IF.
            MOVE WS-STP-JOB(WS-STP-IDX) TO WS-PL-STP-JOB.
            MOVE SPACES TO WS-PL-STP-TIME.
            STRING WS-STP-TIME(WS-STP-IDX)(1:2) ":"
                   WS-STP-TIME(WS-STP-IDX)(3:2) ":"
                   WS-STP-TIME(WS-STP-IDX)(5:2)
                   DELIMITED BY SIZE INTO WS-PL-STP-TIME.
            MOVE WS-STP-RC(WS-STP-IDX) TO WS-PL-RCED.
            MOVE WS-PL-RCED TO WS-PL-STP-RC.
            EVALUATE TRUE
                WHEN WS-STP-RC(WS-STP-IDX) = ZERO
                     MOVE "COMPLETED" TO WS-PL-STP-STAT
                WHEN WS-STP-RC(WS-STP-IDX) = 4
                     ADD 1 TO WS-WARNN
                     MOVE "COMPLETED WITH WARNINGS" TO WS-PL-STP-STAT
                WHEN OTHER
                     ADD 1 TO WS-FAILN
                     MOVE "FAILED" TO WS-PL-STP-STAT
            END-EVALUATE.
       3100-STPLINE-WRITE.
            WRITE PRTREC FROM WS-PL-STP
                AFTER ADVANCING 1 LINE.
       3100-STPLINE-EXIT.
            EXIT.
       3200-CHECKS-PARA.
            MOVE "RUN005 INFILE WRITTEN = RUN010 RECORDS READ"
              TO WS-PL-CHK-DESC.
            IF WS-STP-RAN(1) AND WS-STP-RAN(2)
               MOVE WS-STP-VAL(1, 6) TO WS-CHK-LEFT
               MOVE WS-STP-VAL(2, 1) TO WS-CHK-RIGHT
            END-IF.
            PERFORM 3300-CHKLINE-PARA
               THRU 3300-CHKLINE-EXIT.
            MOVE "RUN010 RESULTS WRITTEN = RUN030 MARKS READ"
              TO WS-PL-CHK-DESC.
            IF WS-STP-RAN(2) AND WS-STP-RAN(4)
               MOVE WS-STP-VAL(2, 2) TO WS-CHK-LEFT
               MOVE WS-STP-VAL(4, 1) TO WS-CHK-RIGHT
            END-IF.
            PERFORM 3300-CHKLINE-PARA
               THRU 3300-CHKLINE-EXIT.
            MOVE "RUN030 READ+RELEASED = PRINTED+WITHHELD+MISSING"
              TO WS-PL-CHK-DESC.
            IF WS-STP-RAN(4)
               COMPUTE WS-CHK-LEFT = WS-STP-VAL(4, 1)
                                   + WS-STP-VAL(4, 5)
               COMPUTE WS-CHK-RIGHT = WS-STP-VAL(4, 2)
                                    + WS-STP-VAL(4, 3)
                                    + WS-STP-VAL(4, 4)
            END-IF.
            PERFORM 3300-CHKLINE-PARA
               THRU 3300-CHKLINE-EXIT.
            MOVE "RUN010 RESULTS WRITTEN = RUN050 MARKS READ"
              TO WS-PL-CHK-DESC.
            IF WS-STP-RAN(2) AND WS-STP-RAN(6)
               MOVE WS-STP-VAL(2, 2) TO WS-CHK-LEFT
               MOVE WS-STP-VAL(6, 1) TO WS-CHK-RIGHT
            END-IF.
            PERFORM 3300-CHKLINE-PARA
               THRU 3300-CHKLINE-EXIT.
            MOVE "RUN050 READ+RELEASED = EXTRACTED+WITHHELD+MISSING"
              TO WS-PL-CHK-DESC.
            IF WS-STP-RAN(6)
               COMPUTE WS-CHK-LEFT = WS-STP-VAL(6, 1)
                                   + WS-STP-VAL(6, 5)
               COMPUTE WS-CHK-RIGHT = WS-STP-VAL(6, 2)
                                    + WS-STP-VAL(6, 3)
                                    + WS-STP-VAL(6, 4)
            END-IF.
            PERFORM 3300-CHKLINE-PARA
               THRU 3300-CHKLINE-EXIT.
            MOVE "RUN040 RECONCILIATION ADDS OBSERVED / EXPECTED"
              TO WS-PL-CHK-DESC.
            MOVE SPACES TO WS-PL-CHK-RES.
            IF NOT WS-STP-RAN(5)
               MOVE ZERO TO WS-PL-CHK-LEFT WS-PL-CHK-RIGHT
               MOVE "NOT CHECKED" TO WS-PL-CHK-RES
            ELSE
               MOVE WS-STP-VAL(5, 1) TO WS-PL-CHK-LEFT
               MOVE WS-STP-VAL(5, 4) TO WS-PL-CHK-RIGHT
               IF WS-STP-RC(5) = ZERO
                  MOVE "IN BALANCE" TO WS-PL-CHK-RES
               ELSE
                  ADD 1 TO WS-DISAGN
                  MOVE "OUT OF BALANCE" TO WS-PL-CHK-RES
               END-IF
            END-IF.
            WRITE PRTREC FROM WS-PL-CHK
                AFTER ADVANCING 1 LINE.
       3200-CHECKS-EXIT.
            EXIT.
       3300-CHKLINE-PARA.
            IF WS-CHK-LEFT = 99999999
               MOVE ZERO TO WS-PL-CHK-LEFT WS-PL-CHK-RIGHT
               MOVE "NOT CHECKED" TO WS-PL-CHK-RES
            ELSE
               MOVE WS-CHK-LEFT TO WS-PL-CHK-LEFT
               MOVE WS-CHK-RIGHT TO WS-PL-CHK-RIGHT
               IF WS-CHK-LEFT = WS-CHK-RIGHT
                  MOVE "AGREE" TO WS-PL-CHK-RES
               ELSE
                  ADD 1 TO WS-DISAGN
                  MOVE "DISAGREE" TO WS-PL-CHK-RES
               END-IF
            END-IF.
            WRITE PRTREC FROM WS-PL-CHK
                AFTER ADVANCING 1 LINE.
            MOVE 99999999 TO WS-CHK-LEFT WS-CHK-RIGHT.
       3300-CHKLINE-EXIT.
            EXIT.
       3400-OTHPRT-PARA.
            WRITE PRTREC FROM WS-OTH-LINE(WS-OTH-IDX)
                AFTER ADVANCING 1 LINE.
       3400-OTHPRT-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA65G086  -  DAILY OPERATIONS SUMMARY".
            DISPLAY "=========================================".
            DISPLAY "FOR DATE              : " WS-OPS-DATE.
            DISPLAY "RUN HISTORY READ      : " WS-READN.
            DISPLAY "RECORDS FOR THE DAY   : " WS-DAYN.
            DISPLAY "STEPS MISSING         : " WS-MISSN.
            DISPLAY "STEPS FAILED          : " WS-FAILN.
            DISPLAY "CHECKS NOT AGREEING   : " WS-DISAGN.
            DISPLAY "STEPS WITH WARNINGS   : " WS-WARNN.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-MISSN > ZERO
                  OR WS-FAILN > ZERO
                  OR WS-DISAGN > ZERO
                     DISPLAY "DAY IS NOT CLEAN"
                     MOVE 8 TO RETURN-CODE
                WHEN WS-WARNN > ZERO
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
       9000-TERM-EXIT.
            STOP RUN.
