       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA15G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT DEPTFILE ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT INFILE ASSIGN TO DD2
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS2.
            SELECT PRTFILE ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
            SELECT SRTFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD DEPTFILE.
       01 DEPTREC.
          05 D-STID                   PIC X(5).
          05 FILLER                   PIC X(23).
          05 D-SUBJ-CNT               PIC X(1).
          05 FILLER                   PIC X.
          05 D-MARKS-TBL              PIC 99.99 OCCURS 5 TIMES.
          05 FILLER                   PIC X(15).
          05 D-YEAR                   PIC X(4).
          05 D-TERM                   PIC X(1).
          05 FILLER                   PIC X(5).
       01 DEPTREC-HDR.
          05 DH-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 DH-CRE-DATE              PIC 9(8).
          05 FILLER                   PIC X.
          05 DH-SRC-SYS               PIC X(8).
          05 FILLER                   PIC X(59).
       01 DEPTREC-TRL.
          05 DT-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 DT-REC-CNT               PIC 9(7).
          05 FILLER                   PIC X.
          05 DT-HASH-TOT              PIC 9(9)V99.
          05 FILLER                   PIC X(57).
       FD INFILE.
       01 INREC.
          05 I-STID                   PIC 9(5).
          05 FILLER                   PIC X.
          05 I-FNAME                  PIC X(10).
          05 FILLER                   PIC X.
          05 I-LNAME                  PIC X(10).
          05 FILLER                   PIC X.
          05 I-SUBJ-CNT               PIC 9(01).
          05 FILLER                   PIC X.
          05 I-MARKS-GRP.
             10 I-MARKS-TBL           PIC 99.99 OCCURS 5 TIMES.
          05 I-SUBJ-GRP.
             10 I-SUBJ-CD             PIC X(3) OCCURS 5 TIMES.
          05 I-YEAR                   PIC 9(4).
          05 I-TERM                   PIC 9(1).
          05 I-ACTION                 PIC X(1).
          05 FILLER                   PIC X(4).
       01 INREC-HDR.
          05 IH-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 IH-CRE-DATE              PIC 9(8).
          05 FILLER                   PIC X.
          05 IH-SRC-SYS               PIC X(8).
          05 FILLER                   PIC X(59).
       01 INREC-TRL.
          05 IT-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 IT-REC-CNT               PIC 9(7).
          05 FILLER                   PIC X.
          05 IT-HASH-TOT              PIC 9(9)V99.
          05 FILLER                   PIC X(57).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       SD SRTFILE.
       01 SRTREC.
          05 SRT-KEY.
             10 SRT-STID              PIC X(5).
             10 SRT-YEAR              PIC X(4).
             10 SRT-TERM              PIC X(1).
             10 SRT-SEG               PIC 9(2).
             10 SRT-SEQ               PIC 9(7).
          05 SRT-INREC                PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-PASS                     PIC X(1).
          88 WS-PASS-CHECK                      VALUE "1".
          88 WS-PASS-MERGE                      VALUE "2".
       01 WS-SRT-END-SW               PIC X(1).
          88 WS-SRT-END                         VALUE "Y".
       01 WS-GRP-BAD-SW               PIC X(1).
          88 WS-GRP-BAD                         VALUE "Y".
       01 WS-CUR-SEG                  PIC 9(2).
       01 WS-SEG-IDX                  PIC 9(2).
       01 WS-SEG-CHK                  PIC 9(2).
       01 WS-SEG-CNT                  PIC 9(2) VALUE ZERO.
       01 WS-SEG-TBL.
          05 WS-SEG-ENT OCCURS 20 TIMES.
             10 WS-SEG-SRC            PIC X(8).
             10 WS-SEG-DATE           PIC 9(8).
             10 WS-SEG-STAT           PIC X(1).
                88 WS-SEG-OPEN                  VALUE "O".
                88 WS-SEG-CLOSED                VALUE "C".
                88 WS-SEG-ACCEPTED              VALUE "A".
                88 WS-SEG-REJECTED              VALUE "R".
             10 WS-SEG-WHY            PIC X(30).
             10 WS-SEG-EXP-CNT        PIC 9(7).
             10 WS-SEG-GOT-CNT        PIC 9(7).
             10 WS-SEG-EXP-HASH       PIC 9(9)V99.
             10 WS-SEG-GOT-HASH       PIC 9(9)V99.
             10 WS-SEG-MRGN           PIC 9(7).
             10 WS-SEG-CFLN           PIC 9(7).
       01 WS-HASH-OPS                 PIC 9(2)V9(2).
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-ORPHN                    PIC 9(7) VALUE ZERO.
       01 WS-RELN                     PIC 9(7) VALUE ZERO.
       01 WS-ACCN                     PIC 9(2) VALUE ZERO.
       01 WS-REJN                     PIC 9(2) VALUE ZERO.
       01 WS-OUTN                     PIC 9(7) VALUE ZERO.
       01 WS-CMBN                     PIC 9(7) VALUE ZERO.
       01 WS-CFLN                     PIC 9(7) VALUE ZERO.
       01 WS-OUT-HASH                 PIC 9(9)V99 VALUE ZERO.
       01 WS-GRP-KEY                  PIC X(10).
       01 WS-GRP-CNT                  PIC 9(2) VALUE ZERO.
       01 WS-GRP-IDX                  PIC 9(2).
       01 WS-GRP-TBL.
          05 WS-GRP-ENT OCCURS 10 TIMES.
             10 WS-GRP-SEG            PIC 9(2).
             10 WS-GRP-REC            PIC X(80).
       01 WS-GRP-WHY                  PIC X(30).
       01 WS-GRP-SUBJ                 PIC X(3).
       01 WS-GRP-OTHER                PIC 9(2).
       01 WS-CMB-CNT                  PIC 9(2).
       01 WS-CMB-IDX                  PIC 9(2).
       01 WS-CMB-FND                  PIC 9(2).
       01 WS-CMB-TBL.
          05 WS-CMB-ENT OCCURS 5 TIMES.
             10 WS-CMB-SUBJ           PIC X(3).
             10 WS-CMB-MARK           PIC X(5).
             10 WS-CMB-SEG            PIC 9(2).
       01 WS-WRK-REC.
          05 WS-WRK-STID              PIC X(5).
          05 FILLER                   PIC X(23).
          05 WS-WRK-SUBJ-CNT          PIC 9(1).
          05 FILLER                   PIC X.
          05 WS-WRK-MARK              PIC X(5) OCCURS 5 TIMES.
          05 WS-WRK-SUBJ              PIC X(3) OCCURS 5 TIMES.
          05 WS-WRK-YEAR              PIC X(4).
          05 WS-WRK-TERM              PIC X(1).
          05 WS-WRK-ACTION            PIC X(1).
          05 FILLER                   PIC X(4).
       01 WS-FIRST-ACTION             PIC X(1).
       01 WS-CFL-CNT                  PIC 9(3) VALUE ZERO.
       01 WS-CFL-IDX                  PIC 9(3).
       01 WS-CFL-DROPN                PIC 9(7) VALUE ZERO.
       01 WS-CFL-TBL.
          05 WS-CFL-ENT OCCURS 500 TIMES.
             10 WS-CFL-SEG            PIC 9(2).
             10 WS-CFL-KEY            PIC X(10).
             10 WS-CFL-SUBJ           PIC X(3).
             10 WS-CFL-OTHER          PIC X(8).
             10 WS-CFL-WHY            PIC X(30).
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE ZERO.
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA15G086".
          05 FILLER                   PIC X(30)
                                      VALUE "DEPARTMENT MARKS RECEIPT".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-LINE.
          05 WS-PL-LBL                PIC X(26).
          05 WS-PL-VAL                PIC X(40).
          05 FILLER                   PIC X(66) VALUE SPACES.
       01 WS-PL-CNT-ED                PIC ZZZZZZ9.
       01 WS-PL-HASH-ED               PIC ZZZZZZZZ9.99.
       01 WS-PL-COLS.
          05 FILLER                   PIC X(8)  VALUE "STUDENT".
          05 FILLER                   PIC X(7)  VALUE "YEAR".
          05 FILLER                   PIC X(3)  VALUE "T".
          05 FILLER                   PIC X(6)  VALUE "SUBJ".
          05 FILLER                   PIC X(12) VALUE "OTHER DEPT".
          05 FILLER                   PIC X(96) VALUE "REASON HELD".
       01 WS-PL-DET.
          05 WS-PL-STID               PIC X(5).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-YEAR               PIC X(4).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-TERM               PIC X(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-SUBJ               PIC X(3).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-OTHER              PIC X(8).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-PL-WHY                PIC X(30).
          05 FILLER                   PIC X(66) VALUE SPACES.
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
            PERFORM 2000-CHECK-PARA
               THRU 2000-CHECK-EXIT.
            SORT SRTFILE
                 ON ASCENDING KEY SRT-KEY
                 INPUT PROCEDURE IS 3000-RELEASE-PARA
                                THRU 3000-RELEASE-EXIT
                 OUTPUT PROCEDURE IS 4000-MERGE-PARA
                                 THRU 4000-MERGE-EXIT.
            IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT FAILED - SORT-RETURN " SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 5000-RECEIPT-PARA
               THRU 5000-RECEIPT-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       2000-CHECK-PARA.
            MOVE "1" TO WS-PASS.
            PERFORM 2100-OPENDEPT-PARA
               THRU 2100-OPENDEPT-EXIT.
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT UNTIL FS1-EOF.
            PERFORM 2900-CLOSEDEPT-PARA
               THRU 2900-CLOSEDEPT-EXIT.
            IF WS-SEG-CNT = ZERO
               DISPLAY "NO DEPARTMENT FILE HEADER FOUND"
            END-IF.
            PERFORM 2500-VALIDATE-PARA
               THRU 2500-VALIDATE-EXIT
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-CNT.
            DISPLAY "DEPARTMENT FILES RECEIVED : " WS-SEG-CNT.
            DISPLAY "DEPARTMENT FILES ACCEPTED : " WS-ACCN.
            DISPLAY "DEPARTMENT FILES REJECTED : " WS-REJN.
       2000-CHECK-EXIT.
            EXIT.
       2100-OPENDEPT-PARA.
            MOVE ZERO TO WS-CUR-SEG WS-SEG-CHK.
            OPEN INPUT DEPTFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-OPENDEPT-EXIT.
            EXIT.
       2200-READ-PARA.
            READ DEPTFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     CONTINUE
                WHEN FS1-EOF
                     IF WS-PASS-CHECK AND WS-CUR-SEG > ZERO
                        MOVE "R" TO WS-SEG-STAT(WS-CUR-SEG)
                        MOVE "TRAILER RECORD MISSING"
                          TO WS-SEG-WHY(WS-CUR-SEG)
                     END-IF
                     GO TO 2200-READ-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-PASS-CHECK
               ADD 1 TO WS-READN
            END-IF.
            EVALUATE TRUE
                WHEN DH-REC-TYPE = "HDR"
                     PERFORM 2300-HEADER-PARA
                        THRU 2300-HEADER-EXIT
                WHEN DT-REC-TYPE = "TRL"
                     PERFORM 2400-TRAILER-PARA
                        THRU 2400-TRAILER-EXIT
                WHEN WS-CUR-SEG = ZERO
                     IF WS-PASS-CHECK
                        ADD 1 TO WS-ORPHN
                        DISPLAY "DETAIL OUTSIDE ANY HDR/TRL - "
                                "DROPPED : " DEPTREC(1:40)
                     END-IF
                WHEN WS-PASS-CHECK
                     ADD 1 TO WS-SEG-GOT-CNT(WS-CUR-SEG)
                     PERFORM 2450-HASH-PARA
                        THRU 2450-HASH-EXIT
                        VARYING WS-SUBJ-IDX FROM 1 BY 1
                        UNTIL WS-SUBJ-IDX > 5
                WHEN WS-SEG-ACCEPTED(WS-CUR-SEG)
                     PERFORM 3100-RELEASE1-PARA
                        THRU 3100-RELEASE1-EXIT
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
       2300-HEADER-PARA.
            IF WS-PASS-MERGE
               ADD 1 TO WS-SEG-CHK
               MOVE WS-SEG-CHK TO WS-CUR-SEG
               GO TO 2300-HEADER-EXIT
            END-IF.
            IF WS-CUR-SEG > ZERO
               MOVE "R" TO WS-SEG-STAT(WS-CUR-SEG)
               MOVE "TRAILER RECORD MISSING"
                 TO WS-SEG-WHY(WS-CUR-SEG)
            END-IF.
            IF WS-SEG-CNT NOT < 20
               DISPLAY "MORE THAN 20 DEPARTMENT FILES ON INPUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-SEG-CNT.
            MOVE WS-SEG-CNT TO WS-CUR-SEG.
            MOVE DH-SRC-SYS TO WS-SEG-SRC(WS-CUR-SEG).
            IF DH-CRE-DATE IS NUMERIC
               MOVE DH-CRE-DATE TO WS-SEG-DATE(WS-CUR-SEG)
            ELSE
               MOVE ZERO TO WS-SEG-DATE(WS-CUR-SEG)
            END-IF.
            MOVE "O"    TO WS-SEG-STAT(WS-CUR-SEG).
            MOVE SPACES TO WS-SEG-WHY(WS-CUR-SEG).
            MOVE ZERO   TO WS-SEG-EXP-CNT(WS-CUR-SEG)
                           WS-SEG-GOT-CNT(WS-CUR-SEG)
                           WS-SEG-EXP-HASH(WS-CUR-SEG)
                           WS-SEG-GOT-HASH(WS-CUR-SEG)
                           WS-SEG-MRGN(WS-CUR-SEG)
                           WS-SEG-CFLN(WS-CUR-SEG).
       2300-HEADER-EXIT.
            EXIT.
       2400-TRAILER-PARA.
            IF WS-CUR-SEG = ZERO
               IF WS-PASS-CHECK
                  ADD 1 TO WS-ORPHN
                  DISPLAY "TRAILER WITHOUT HEADER - DROPPED"
               END-IF
               GO TO 2400-TRAILER-EXIT
            END-IF.
            IF WS-PASS-CHECK
               MOVE "C" TO WS-SEG-STAT(WS-CUR-SEG)
               IF DT-REC-CNT IS NUMERIC
                  AND DT-HASH-TOT IS NUMERIC
                  MOVE DT-REC-CNT  TO WS-SEG-EXP-CNT(WS-CUR-SEG)
                  MOVE DT-HASH-TOT TO WS-SEG-EXP-HASH(WS-CUR-SEG)
               ELSE
                  MOVE "R" TO WS-SEG-STAT(WS-CUR-SEG)
                  MOVE "TRAILER CONTROLS NOT NUMERIC"
                    TO WS-SEG-WHY(WS-CUR-SEG)
               END-IF
            END-IF.
            MOVE ZERO TO WS-CUR-SEG.
       2400-TRAILER-EXIT.
            EXIT.
       2450-HASH-PARA.
            IF D-MARKS-TBL(WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND D-MARKS-TBL(WS-SUBJ-IDX)(4:2) IS NUMERIC
               MOVE ZERO TO WS-HASH-OPS
               MOVE D-MARKS-TBL(WS-SUBJ-IDX)(1:2) TO WS-HASH-OPS(1:2)
               MOVE D-MARKS-TBL(WS-SUBJ-IDX)(4:2) TO WS-HASH-OPS(3:2)
               ADD WS-HASH-OPS TO WS-SEG-GOT-HASH(WS-CUR-SEG)
            END-IF.
       2450-HASH-EXIT.
            EXIT.
       2500-VALIDATE-PARA.
            IF WS-SEG-CLOSED(WS-SEG-IDX)
               EVALUATE TRUE
                   WHEN WS-SEG-DATE(WS-SEG-IDX) NOT = WS-RUN-DATE
                        MOVE "STALE OR INVALID HEADER DATE"
                          TO WS-SEG-WHY(WS-SEG-IDX)
                   WHEN WS-SEG-EXP-CNT(WS-SEG-IDX)
                        NOT = WS-SEG-GOT-CNT(WS-SEG-IDX)
                        MOVE "RECORD COUNT MISMATCH"
                          TO WS-SEG-WHY(WS-SEG-IDX)
                   WHEN WS-SEG-EXP-HASH(WS-SEG-IDX)
                        NOT = WS-SEG-GOT-HASH(WS-SEG-IDX)
                        MOVE "MARKS HASH MISMATCH"
                          TO WS-SEG-WHY(WS-SEG-IDX)
                   WHEN WS-SEG-SRC(WS-SEG-IDX) = SPACES
                        MOVE "SOURCE SYSTEM ID BLANK"
                          TO WS-SEG-WHY(WS-SEG-IDX)
               END-EVALUATE
            END-IF.
            IF WS-SEG-CLOSED(WS-SEG-IDX)
               AND WS-SEG-WHY(WS-SEG-IDX) = SPACES
               PERFORM 2510-DUPSRC-PARA
                  THRU 2510-DUPSRC-EXIT
                  VARYING WS-SEG-CHK FROM 1 BY 1
                  UNTIL WS-SEG-CHK NOT < WS-SEG-IDX
            END-IF.
            IF WS-SEG-CLOSED(WS-SEG-IDX)
               AND WS-SEG-WHY(WS-SEG-IDX) = SPACES
               MOVE "A" TO WS-SEG-STAT(WS-SEG-IDX)
               ADD 1 TO WS-ACCN
            ELSE
               MOVE "R" TO WS-SEG-STAT(WS-SEG-IDX)
               ADD 1 TO WS-REJN
               DISPLAY "DEPARTMENT FILE REJECTED - "
                       WS-SEG-SRC(WS-SEG-IDX) " "
                       WS-SEG-WHY(WS-SEG-IDX)
            END-IF.
       2500-VALIDATE-EXIT.
            EXIT.
       2510-DUPSRC-PARA.
            IF WS-SEG-SRC(WS-SEG-CHK) = WS-SEG-SRC(WS-SEG-IDX)
               AND WS-SEG-ACCEPTED(WS-SEG-CHK)
               MOVE "DUPLICATE FILE FOR DEPARTMENT"
                 TO WS-SEG-WHY(WS-SEG-IDX)
            END-IF.
       2510-DUPSRC-EXIT.
            EXIT.
       2900-CLOSEDEPT-PARA.
            CLOSE DEPTFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "CLOSE FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS1
            END-EVALUATE.
       2900-CLOSEDEPT-EXIT.
            EXIT.
       3000-RELEASE-PARA.
            MOVE "2" TO WS-PASS.
            IF WS-ACCN = ZERO
               GO TO 3000-RELEASE-EXIT
            END-IF.
            PERFORM 2100-OPENDEPT-PARA
               THRU 2100-OPENDEPT-EXIT.
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT UNTIL FS1-EOF.
            PERFORM 2900-CLOSEDEPT-PARA
               THRU 2900-CLOSEDEPT-EXIT.
            DISPLAY "RECORDS PASSED TO MERGE   : " WS-RELN.
       3000-RELEASE-EXIT.
            EXIT.
       3100-RELEASE1-PARA.
            ADD 1 TO WS-RELN.
            MOVE D-STID     TO SRT-STID.
            MOVE D-YEAR     TO SRT-YEAR.
            MOVE D-TERM     TO SRT-TERM.
            MOVE WS-CUR-SEG TO SRT-SEG.
            MOVE WS-RELN    TO SRT-SEQ.
            MOVE DEPTREC    TO SRT-INREC.
            RELEASE SRTREC.
       3100-RELEASE1-EXIT.
            EXIT.
       4000-MERGE-PARA.
            OPEN OUTPUT INFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES      TO INREC-HDR.
            MOVE "HDR"       TO IH-REC-TYPE.
            MOVE WS-RUN-DATE TO IH-CRE-DATE.
            MOVE "CA15G086"  TO IH-SRC-SYS.
            PERFORM 4900-WRITE-PARA
               THRU 4900-WRITE-EXIT.
            MOVE ZERO TO WS-GRP-CNT.
            MOVE "N" TO WS-SRT-END-SW.
            PERFORM 4100-RETURN-PARA
               THRU 4100-RETURN-EXIT UNTIL WS-SRT-END.
            IF WS-GRP-CNT > ZERO
               PERFORM 4200-GROUP-PARA
                  THRU 4200-GROUP-EXIT
            END-IF.
            MOVE SPACES      TO INREC-TRL.
            MOVE "TRL"       TO IT-REC-TYPE.
            MOVE WS-OUTN     TO IT-REC-CNT.
            MOVE WS-OUT-HASH TO IT-HASH-TOT.
            PERFORM 4900-WRITE-PARA
               THRU 4900-WRITE-EXIT.
            CLOSE INFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "CLOSE FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS2
            END-EVALUATE.
       4000-MERGE-EXIT.
            EXIT.
       4100-RETURN-PARA.
            RETURN SRTFILE
                AT END
                     MOVE "Y" TO WS-SRT-END-SW
                     GO TO 4100-RETURN-EXIT
            END-RETURN.
            IF WS-GRP-CNT > ZERO
               AND SRT-KEY(1:10) NOT = WS-GRP-KEY
               PERFORM 4200-GROUP-PARA
                  THRU 4200-GROUP-EXIT
            END-IF.
            IF WS-GRP-CNT = ZERO
               MOVE SRT-KEY(1:10) TO WS-GRP-KEY
               MOVE "N" TO WS-GRP-BAD-SW
               MOVE SPACES TO WS-GRP-WHY WS-GRP-SUBJ
            END-IF.
            IF WS-GRP-CNT < 10
               ADD 1 TO WS-GRP-CNT
               MOVE SRT-SEG   TO WS-GRP-SEG(WS-GRP-CNT)
               MOVE SRT-INREC TO WS-GRP-REC(WS-GRP-CNT)
            ELSE
               ADD 1 TO WS-SEG-CFLN(SRT-SEG)
               ADD 1 TO WS-CFLN
               MOVE "Y" TO WS-GRP-BAD-SW
               MOVE "TOO MANY RECORDS FOR STUDENT" TO WS-GRP-WHY
            END-IF.
       4100-RETURN-EXIT.
            EXIT.
       4200-GROUP-PARA.
            IF WS-GRP-CNT = 1
               AND NOT WS-GRP-BAD
               MOVE WS-GRP-REC(1) TO INREC
               ADD 1 TO WS-SEG-MRGN(WS-GRP-SEG(1))
               PERFORM 4800-PUTDET-PARA
                  THRU 4800-PUTDET-EXIT
               MOVE ZERO TO WS-GRP-CNT
               GO TO 4200-GROUP-EXIT
            END-IF.
            MOVE ZERO TO WS-CMB-CNT.
            MOVE WS-GRP-REC(1)(76:1) TO WS-FIRST-ACTION.
            IF NOT WS-GRP-BAD
               PERFORM 4300-COMBINE-PARA
                  THRU 4300-COMBINE-EXIT
                  VARYING WS-GRP-IDX FROM 1 BY 1
                  UNTIL WS-GRP-IDX > WS-GRP-CNT
                     OR WS-GRP-BAD
            END-IF.
            IF WS-GRP-BAD
               PERFORM 4500-HOLD-PARA
                  THRU 4500-HOLD-EXIT
                  VARYING WS-GRP-IDX FROM 1 BY 1
                  UNTIL WS-GRP-IDX > WS-GRP-CNT
               MOVE ZERO TO WS-GRP-CNT
               GO TO 4200-GROUP-EXIT
            END-IF.
            MOVE WS-GRP-REC(1) TO WS-WRK-REC.
            MOVE WS-CMB-CNT TO WS-WRK-SUBJ-CNT.
            PERFORM 4600-BUILD-PARA
               THRU 4600-BUILD-EXIT
               VARYING WS-CMB-IDX FROM 1 BY 1
               UNTIL WS-CMB-IDX > 5.
            MOVE WS-WRK-REC TO INREC.
            PERFORM 4800-PUTDET-PARA
               THRU 4800-PUTDET-EXIT.
            ADD 1 TO WS-CMBN.
            PERFORM 4700-MRGCNT-PARA
               THRU 4700-MRGCNT-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT.
            MOVE ZERO TO WS-GRP-CNT.
       4200-GROUP-EXIT.
            EXIT.
       4300-COMBINE-PARA.
            MOVE WS-GRP-REC(WS-GRP-IDX) TO WS-WRK-REC.
            IF WS-WRK-ACTION NOT = WS-FIRST-ACTION
               MOVE "Y" TO WS-GRP-BAD-SW
               MOVE "ACTION CODES DIFFER" TO WS-GRP-WHY
               GO TO 4300-COMBINE-EXIT
            END-IF.
            IF WS-WRK-SUBJ-CNT IS NOT NUMERIC
               OR WS-WRK-SUBJ-CNT > 5
               MOVE "Y" TO WS-GRP-BAD-SW
               MOVE "INVALID SUBJECT COUNT" TO WS-GRP-WHY
               GO TO 4300-COMBINE-EXIT
            END-IF.
            PERFORM 4400-ADDSUBJ-PARA
               THRU 4400-ADDSUBJ-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5
                  OR WS-GRP-BAD.
       4300-COMBINE-EXIT.
            EXIT.
       4400-ADDSUBJ-PARA.
            IF WS-SUBJ-IDX > WS-WRK-SUBJ-CNT
               GO TO 4400-ADDSUBJ-EXIT
            END-IF.
            MOVE ZERO TO WS-CMB-FND.
            PERFORM 4410-FINDSUBJ-PARA
               THRU 4410-FINDSUBJ-EXIT
               VARYING WS-CMB-IDX FROM 1 BY 1
               UNTIL WS-CMB-IDX > WS-CMB-CNT.
            IF WS-CMB-FND > ZERO
               MOVE "Y" TO WS-GRP-BAD-SW
               MOVE "SAME SUBJECT SENT TWICE" TO WS-GRP-WHY
               MOVE WS-WRK-SUBJ(WS-SUBJ-IDX) TO WS-GRP-SUBJ
               GO TO 4400-ADDSUBJ-EXIT
            END-IF.
            IF WS-CMB-CNT NOT < 5
               MOVE "Y" TO WS-GRP-BAD-SW
               MOVE "MORE THAN 5 SUBJECTS COMBINED" TO WS-GRP-WHY
               GO TO 4400-ADDSUBJ-EXIT
            END-IF.
            ADD 1 TO WS-CMB-CNT.
            MOVE WS-WRK-SUBJ(WS-SUBJ-IDX) TO WS-CMB-SUBJ(WS-CMB-CNT).
            MOVE WS-WRK-MARK(WS-SUBJ-IDX) TO WS-CMB-MARK(WS-CMB-CNT).
            MOVE WS-GRP-SEG(WS-GRP-IDX)   TO WS-CMB-SEG(WS-CMB-CNT).
       4400-ADDSUBJ-EXIT.
            EXIT.
       4410-FINDSUBJ-PARA.
            IF WS-CMB-SUBJ(WS-CMB-IDX) = WS-WRK-SUBJ(WS-SUBJ-IDX)
               AND WS-CMB-FND = ZERO
               MOVE WS-CMB-IDX TO WS-CMB-FND
            END-IF.
       4410-FINDSUBJ-EXIT.
            EXIT.
       4500-HOLD-PARA.
            ADD 1 TO WS-SEG-CFLN(WS-GRP-SEG(WS-GRP-IDX)).
            ADD 1 TO WS-CFLN.
            MOVE ZERO TO WS-GRP-OTHER.
            PERFORM 4510-OTHER-PARA
               THRU 4510-OTHER-EXIT
               VARYING WS-CMB-IDX FROM 1 BY 1
               UNTIL WS-CMB-IDX > WS-GRP-CNT.
            IF WS-CFL-CNT NOT < 500
               ADD 1 TO WS-CFL-DROPN
               GO TO 4500-HOLD-EXIT
            END-IF.
            ADD 1 TO WS-CFL-CNT.
            MOVE WS-GRP-SEG(WS-GRP-IDX) TO WS-CFL-SEG(WS-CFL-CNT).
            MOVE WS-GRP-KEY             TO WS-CFL-KEY(WS-CFL-CNT).
            MOVE WS-GRP-SUBJ            TO WS-CFL-SUBJ(WS-CFL-CNT).
            MOVE WS-GRP-WHY             TO WS-CFL-WHY(WS-CFL-CNT).
            IF WS-GRP-OTHER > ZERO
               MOVE WS-SEG-SRC(WS-GRP-OTHER)
                 TO WS-CFL-OTHER(WS-CFL-CNT)
            ELSE
               MOVE SPACES TO WS-CFL-OTHER(WS-CFL-CNT)
            END-IF.
       4500-HOLD-EXIT.
            EXIT.
       4510-OTHER-PARA.
            IF WS-GRP-SEG(WS-CMB-IDX) NOT = WS-GRP-SEG(WS-GRP-IDX)
               AND WS-GRP-OTHER = ZERO
               MOVE WS-GRP-SEG(WS-CMB-IDX) TO WS-GRP-OTHER
            END-IF.
       4510-OTHER-EXIT.
            EXIT.
       4600-BUILD-PARA.
            IF WS-CMB-IDX > WS-CMB-CNT
               MOVE SPACES TO WS-WRK-SUBJ(WS-CMB-IDX)
               MOVE "00.00" TO WS-WRK-MARK(WS-CMB-IDX)
            ELSE
               MOVE WS-CMB-SUBJ(WS-CMB-IDX)
                 TO WS-WRK-SUBJ(WS-CMB-IDX)
               MOVE WS-CMB-MARK(WS-CMB-IDX)
                 TO WS-WRK-MARK(WS-CMB-IDX)
            END-IF.
       4600-BUILD-EXIT.
            EXIT.
       4700-MRGCNT-PARA.
            ADD 1 TO WS-SEG-MRGN(WS-GRP-SEG(WS-GRP-IDX)).
       4700-MRGCNT-EXIT.
            EXIT.
       4800-PUTDET-PARA.
            ADD 1 TO WS-OUTN.
            PERFORM 4810-OUTHASH-PARA
               THRU 4810-OUTHASH-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            PERFORM 4900-WRITE-PARA
               THRU 4900-WRITE-EXIT.
       4800-PUTDET-EXIT.
            EXIT.
       4810-OUTHASH-PARA.
            IF I-MARKS-TBL(WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND I-MARKS-TBL(WS-SUBJ-IDX)(4:2) IS NUMERIC
               MOVE ZERO TO WS-HASH-OPS
               MOVE I-MARKS-TBL(WS-SUBJ-IDX)(1:2) TO WS-HASH-OPS(1:2)
               MOVE I-MARKS-TBL(WS-SUBJ-IDX)(4:2) TO WS-HASH-OPS(3:2)
               ADD WS-HASH-OPS TO WS-OUT-HASH
            END-IF.
       4810-OUTHASH-EXIT.
            EXIT.
       4900-WRITE-PARA.
            WRITE INREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       4900-WRITE-EXIT.
            EXIT.
       5000-RECEIPT-PARA.
            PERFORM 5100-DEPTPAGE-PARA
               THRU 5100-DEPTPAGE-EXIT
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-CNT.
            PERFORM 5300-NEWPAGE-PARA
               THRU 5300-NEWPAGE-EXIT.
            MOVE "RUN SUMMARY" TO WS-PL-LBL.
            MOVE SPACES TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "DEPARTMENT FILES RECEIVED" TO WS-PL-LBL.
            MOVE WS-SEG-CNT TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "DEPARTMENT FILES ACCEPTED" TO WS-PL-LBL.
            MOVE WS-ACCN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "DEPARTMENT FILES REJECTED" TO WS-PL-LBL.
            MOVE WS-REJN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "RECORDS OUTSIDE HDR/TRL" TO WS-PL-LBL.
            MOVE WS-ORPHN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "RECORDS HELD - CONFLICT" TO WS-PL-LBL.
            MOVE WS-CFLN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "STUDENTS COMBINED" TO WS-PL-LBL.
            MOVE WS-CMBN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "INFILE DETAIL RECORDS" TO WS-PL-LBL.
            MOVE WS-OUTN TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "INFILE MARKS HASH" TO WS-PL-LBL.
            MOVE WS-OUT-HASH TO WS-PL-HASH-ED.
            MOVE WS-PL-HASH-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            CLOSE PRTFILE.
       5000-RECEIPT-EXIT.
            EXIT.
       5100-DEPTPAGE-PARA.
            PERFORM 5300-NEWPAGE-PARA
               THRU 5300-NEWPAGE-EXIT.
            MOVE "DEPARTMENT (SOURCE)" TO WS-PL-LBL.
            MOVE WS-SEG-SRC(WS-SEG-IDX) TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "HEADER DATE" TO WS-PL-LBL.
            MOVE WS-SEG-DATE(WS-SEG-IDX) TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "TRAILER RECORD COUNT" TO WS-PL-LBL.
            MOVE WS-SEG-EXP-CNT(WS-SEG-IDX) TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "RECORDS RECEIVED" TO WS-PL-LBL.
            MOVE WS-SEG-GOT-CNT(WS-SEG-IDX) TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "TRAILER MARKS HASH" TO WS-PL-LBL.
            MOVE WS-SEG-EXP-HASH(WS-SEG-IDX) TO WS-PL-HASH-ED.
            MOVE WS-PL-HASH-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "MARKS HASH COMPUTED" TO WS-PL-LBL.
            MOVE WS-SEG-GOT-HASH(WS-SEG-IDX) TO WS-PL-HASH-ED.
            MOVE WS-PL-HASH-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "FILE STATUS" TO WS-PL-LBL.
            MOVE SPACES TO WS-PL-VAL.
            IF WS-SEG-ACCEPTED(WS-SEG-IDX)
               MOVE "ACCEPTED" TO WS-PL-VAL
            ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-SEG-WHY(WS-SEG-IDX) DELIMITED BY SIZE
                 INTO WS-PL-VAL
               END-STRING
            END-IF.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "RECORDS ACCEPTED" TO WS-PL-LBL.
            MOVE WS-SEG-MRGN(WS-SEG-IDX) TO WS-PL-CNT-ED.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            MOVE "RECORDS REJECTED" TO WS-PL-LBL.
            IF WS-SEG-ACCEPTED(WS-SEG-IDX)
               MOVE WS-SEG-CFLN(WS-SEG-IDX) TO WS-PL-CNT-ED
            ELSE
               MOVE WS-SEG-GOT-CNT(WS-SEG-IDX) TO WS-PL-CNT-ED
            END-IF.
            MOVE WS-PL-CNT-ED TO WS-PL-VAL.
            PERFORM 5400-LINE-PARA
               THRU 5400-LINE-EXIT.
            IF WS-SEG-CFLN(WS-SEG-IDX) = ZERO
               GO TO 5100-DEPTPAGE-EXIT
            END-IF.
            WRITE PRTREC FROM WS-PL-COLS
                AFTER ADVANCING 2 LINES.
            ADD 2 TO WS-LINEN.
            PERFORM 5200-CFLLINE-PARA
               THRU 5200-CFLLINE-EXIT
               VARYING WS-CFL-IDX FROM 1 BY 1
               UNTIL WS-CFL-IDX > WS-CFL-CNT.
       5100-DEPTPAGE-EXIT.
            EXIT.
       5200-CFLLINE-PARA.
            IF WS-CFL-SEG(WS-CFL-IDX) NOT = WS-SEG-IDX
               GO TO 5200-CFLLINE-EXIT
            END-IF.
            IF WS-LINEN > 55
               PERFORM 5300-NEWPAGE-PARA
                  THRU 5300-NEWPAGE-EXIT
               WRITE PRTREC FROM WS-PL-COLS
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINEN
            END-IF.
            MOVE WS-CFL-KEY(WS-CFL-IDX)(1:5)  TO WS-PL-STID.
            MOVE WS-CFL-KEY(WS-CFL-IDX)(6:4)  TO WS-PL-YEAR.
            MOVE WS-CFL-KEY(WS-CFL-IDX)(10:1) TO WS-PL-TERM.
            MOVE WS-CFL-SUBJ(WS-CFL-IDX)      TO WS-PL-SUBJ.
            MOVE WS-CFL-OTHER(WS-CFL-IDX)     TO WS-PL-OTHER.
            MOVE WS-CFL-WHY(WS-CFL-IDX)       TO WS-PL-WHY.
            WRITE PRTREC FROM WS-PL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINEN.
       5200-CFLLINE-EXIT.
            EXIT.
       5300-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            MOVE 2 TO WS-LINEN.
       5300-NEWPAGE-EXIT.
            EXIT.
       5400-LINE-PARA.
            WRITE PRTREC FROM WS-PL-LINE
                AFTER ADVANCING 2 LINES.
            ADD 2 TO WS-LINEN.
       5400-LINE-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA15G086  -  DEPARTMENT MARKS CONSOLIDATION".
            DISPLAY "=========================================".
            DISPLAY "RECORDS READ          : " WS-READN.
            DISPLAY "DEPT FILES RECEIVED   : " WS-SEG-CNT.
            DISPLAY "DEPT FILES ACCEPTED   : " WS-ACCN.
            DISPLAY "DEPT FILES REJECTED   : " WS-REJN.
            DISPLAY "RECORDS OUTSIDE FILES : " WS-ORPHN.
            DISPLAY "RECORDS TO MERGE      : " WS-RELN.
            DISPLAY "RECORDS HELD-CONFLICT : " WS-CFLN.
            DISPLAY "STUDENTS COMBINED     : " WS-CMBN.
            DISPLAY "INFILE DETAIL WRITTEN : " WS-OUTN.
            DISPLAY "INFILE MARKS HASH     : " WS-OUT-HASH.
            DISPLAY "=========================================".
            IF WS-CFL-DROPN > ZERO
               DISPLAY "CONFLICT LINES NOT LISTED - TABLE FULL : "
                       WS-CFL-DROPN
            END-IF.
            EVALUATE TRUE
                WHEN WS-ACCN = ZERO
                     DISPLAY "NO DEPARTMENT FILE ACCEPTED"
                     MOVE 8 TO RETURN-CODE
                WHEN WS-REJN > ZERO
                  OR WS-CFLN > ZERO
                  OR WS-ORPHN > ZERO
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
            MOVE "CA15G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "DEPT ACC" TO WS-RH-LBL(2).
            MOVE WS-ACCN TO WS-RH-VAL(2).
            MOVE "DEPT REJ" TO WS-RH-LBL(3).
            MOVE WS-REJN TO WS-RH-VAL(3).
            MOVE "CONFLICT" TO WS-RH-LBL(4).
            MOVE WS-CFLN TO WS-RH-VAL(4).
            MOVE "ORPHAN" TO WS-RH-LBL(5).
            MOVE WS-ORPHN TO WS-RH-VAL(5).
            MOVE "WRITTEN" TO WS-RH-LBL(6).
            MOVE WS-OUTN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
