                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT HLDFILE ASSIGN TO DD5
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HLD-KEY
                   FILE STATUS WS-FS5.
            SELECT WHDFILE ASSIGN TO DD6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WHD-KEY
                   FILE STATUS WS-FS6.
            SELECT WTHFILE ASSIGN TO DD7
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS7.
            SELECT MRKMAST ASSIGN TO DD8
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
       FD MRKFILE.
          05 FILLER                   PIC X(45).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       FD HLDFILE.
       01 HLDREC.
          05 HLD-KEY.
             10 HLD-STID              PIC X(6).
             10 HLD-YEAR              PIC 9(4).
             10 HLD-TERM              PIC 9(1).
             10 HLD-REASON            PIC X(2).
          05 FILLER                   PIC X.
          05 HLD-PLACED-BY            PIC X(8).
          05 FILLER                   PIC X.
          05 HLD-PLACED-DATE          PIC 9(8).
          05 FILLER                   PIC X.
          05 HLD-REL-DATE             PIC 9(8).
          05 FILLER                   PIC X.
          05 HLD-REL-BY               PIC X(8).
          05 FILLER                   PIC X.
          05 HLD-NOTE                 PIC X(30).
       FD WHDFILE.
       01 WHDREC.
          05 WHD-KEY                  PIC X(11).
          05 FILLER                   PIC X.
          05 WHD-STMT-SW              PIC X(1).
             88 WHD-STMT-PEND                   VALUE "P".
          05 FILLER                   PIC X.
          05 WHD-EXT-SW               PIC X(1).
             88 WHD-EXT-PEND                    VALUE "P".
          05 FILLER                   PIC X.
          05 WHD-HELD-DATE            PIC 9(8).
          05 FILLER                   PIC X.
          05 WHD-MRK-IMAGE            PIC X(100).
          05 FILLER                   PIC X(3).
       FD WTHFILE.
       01 WTHREC                      PIC X(132).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X(89).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
          88 FS5-EOF                            VALUE 10.
          88 FS5-NOTFND                         VALUE 23.
          88 FS5-EMPTY                          VALUE 35.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
          88 FS6-EOF                            VALUE 10.
          88 FS6-NOTFND                         VALUE 23.
          88 FS6-EMPTY                          VALUE 35.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
          88 FS8-NOTFND                         VALUE 23.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-STMTN                    PIC 9(7) VALUE ZERO.
       01 WS-MISSN                    PIC 9(7) VALUE ZERO.
       01 WS-HELDN                    PIC 9(7) VALUE ZERO.
       01 WS-RELN                     PIC 9(7) VALUE ZERO.
       01 WS-STILLN                   PIC 9(7) VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-WTH-PAGEN                PIC 9(5) VALUE ZERO.
       01 WS-WTH-LINEN                PIC 9(3) VALUE 99.
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-SUB-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-SUB-IDX                  PIC 9(02).
          88 WS-OUT-FOUND                       VALUE "Y".
          88 WS-OUT-MISSING                     VALUE "N".
       01 WS-MARK-OPS                 PIC 9(2)V9(2).
       01 WS-HOLDS-SW                 PIC X(01) VALUE "Y".
          88 WS-HOLDS-ON                        VALUE "Y".
          88 WS-HOLDS-NONE                      VALUE "N".
       01 WS-HELD-SW                  PIC X(01).
          88 WS-RES-HELD                        VALUE "Y".
          88 WS-RES-FREE                        VALUE "N".
       01 WS-HLD-END-SW               PIC X(01).
          88 WS-HLD-END                         VALUE "Y".
          88 WS-HLD-MORE                        VALUE "N".
       01 WS-WHD-END-SW               PIC X(01).
          88 WS-WHD-END                         VALUE "Y".
          88 WS-WHD-MORE                        VALUE "N".
       01 WS-CUR-KEY.
          05 WS-CUR-STID              PIC X(6).
          05 WS-CUR-YEAR              PIC 9(4).
          05 WS-CUR-TERM              PIC 9(1).
       01 WS-HOLD-REASON              PIC X(2).
       01 WS-HOLD-DATE                PIC 9(8).
       01 WS-HOLD-BY                  PIC X(8).
       01 WS-RSN-TXT                  PIC X(20).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA51G086".
          05 FILLER                   PIC X(30)
          05 FILLER                   PIC X(10) VALUE "  RESULT: ".
          05 WS-PL-RESULT             PIC X(30).
          05 FILLER                   PIC X(55) VALUE SPACES.
       01 WS-WL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA51G086".
          05 FILLER                   PIC X(30)
                                      VALUE "WITHHELD STATEMENTS".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-WL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-WL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-WL-COLS.
          05 FILLER                   PIC X(8)  VALUE "STUDENT".
          05 FILLER                   PIC X(6)  VALUE "YEAR".
          05 FILLER                   PIC X(3)  VALUE "T".
          05 FILLER                   PIC X(17) VALUE "NAME".
          05 FILLER                   PIC X(16) VALUE "ACTION".
          05 FILLER                   PIC X(25) VALUE "HOLD REASON".
          05 FILLER                   PIC X(10) VALUE "PLACED".
          05 FILLER                   PIC X(8)  VALUE "BY".
          05 FILLER                   PIC X(39) VALUE SPACES.
       01 WS-WL-DET.
          05 WS-WL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-YEAR               PIC X(4).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-TERM               PIC X(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-NAME               PIC X(15).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-ACTION             PIC X(14).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-RSN-CD             PIC X(2).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-WL-RSN-TXT            PIC X(20).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-PLACED             PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-WL-BY                 PIC X(8).
          05 FILLER                   PIC X(39) VALUE SPACES.
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE.
            MOVE WS-RUN-DATE TO WS-WL-DATE.
            PERFORM 1100-SUBJ-PARA
               THRU 1100-SUBJ-EXIT.
            OPEN INPUT MRKFILE.
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS8-OK
                     DISPLAY "OPEN FS8 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS4-OK
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1200-HOLDOPEN-PARA
               THRU 1200-HOLDOPEN-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1100-SUBJ-PARA.
            END-EVALUATE.
       1110-SUBJREAD-EXIT.
            EXIT.
       1200-HOLDOPEN-PARA.
            OPEN INPUT HLDFILE.
            EVALUATE TRUE
                WHEN FS5-OK
                     DISPLAY "OPEN FS5 SUCCES"
                WHEN FS5-EMPTY
                     MOVE "N" TO WS-HOLDS-SW
                     DISPLAY "HOLDS FILE EMPTY - NO HOLDS APPLIED"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O WHDFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "OPEN FS6 SUCCES"
                WHEN FS6-EMPTY
                     OPEN OUTPUT WHDFILE
                     CLOSE WHDFILE
                     OPEN I-O WHDFILE
                     IF NOT FS6-OK
                        DISPLAY "OPEN ERROR" WS-FS6
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY "WITHHELD FILE EMPTY - INITIALIZED"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT WTHFILE.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1200-HOLDOPEN-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            PERFORM 3000-RELEASE-PARA
               THRU 3000-RELEASE-EXIT.
            CLOSE MRKFILE.
            CLOSE MRKMAST.
            CLOSE OUTFILE.
            CLOSE PRTFILE.
            IF WS-HOLDS-ON
               CLOSE HLDFILE
            END-IF.
            CLOSE WHDFILE.
            CLOSE WTHFILE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
            READ MRKFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 2150-SCREEN-PARA
                        THRU 2150-SCREEN-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-STMTN
                WHEN OTHER
            END-EVALUATE.
       2100-READ-EXIT.
            EXIT.
       2150-SCREEN-PARA.
            MOVE MRK-KEY TO WS-CUR-KEY.
            PERFORM 2160-MMKGET-PARA
               THRU 2160-MMKGET-EXIT.
            PERFORM 2400-HOLDCHK-PARA
               THRU 2400-HOLDCHK-EXIT.
            IF WS-RES-HELD
               PERFORM 2500-WITHHOLD-PARA
                  THRU 2500-WITHHOLD-EXIT
            ELSE
               PERFORM 2600-WHDCLEAR-PARA
                  THRU 2600-WHDCLEAR-EXIT
               PERFORM 2200-STMT-PARA
                  THRU 2200-STMT-EXIT
            END-IF.
       2150-SCREEN-EXIT.
            EXIT.
       2160-MMKGET-PARA.
            MOVE WS-CUR-KEY TO MMK-KEY.
            READ MRKMAST.
            EVALUATE TRUE
                WHEN FS8-OK
                     MOVE MMKREC TO MRKREC
                WHEN FS8-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2160-MMKGET-EXIT.
            EXIT.
       2200-STMT-PARA.
            PERFORM 2210-GETOUT-PARA
               THRU 2210-GETOUT-EXIT.
            END-IF.
       2320-MATCHSUB-EXIT.
            EXIT.
       2400-HOLDCHK-PARA.
            MOVE "N" TO WS-HELD-SW.
            MOVE SPACES TO WS-HOLD-REASON WS-HOLD-BY.
            MOVE ZERO TO WS-HOLD-DATE.
            IF WS-HOLDS-NONE
               GO TO 2400-HOLDCHK-EXIT
            END-IF.
            MOVE LOW-VALUES TO HLD-KEY.
            MOVE WS-CUR-STID TO HLD-STID.
            MOVE ZERO TO HLD-YEAR HLD-TERM.
            START HLDFILE KEY IS NOT < HLD-KEY.
            EVALUATE TRUE
                WHEN FS5-OK
                     MOVE "N" TO WS-HLD-END-SW
                     PERFORM 2410-HLDREAD-PARA
                        THRU 2410-HLDREAD-EXIT UNTIL WS-HLD-END
                WHEN FS5-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2400-HOLDCHK-EXIT.
            EXIT.
       2410-HLDREAD-PARA.
            READ HLDFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS5-OK
                     CONTINUE
                WHEN FS5-EOF
                     MOVE "Y" TO WS-HLD-END-SW
                     GO TO 2410-HLDREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF HLD-STID NOT = WS-CUR-STID
               MOVE "Y" TO WS-HLD-END-SW
               GO TO 2410-HLDREAD-EXIT
            END-IF.
            IF HLD-REL-DATE = ZERO
               AND ( HLD-YEAR = ZERO
                  OR ( HLD-YEAR = WS-CUR-YEAR
                       AND ( HLD-TERM = ZERO
                          OR HLD-TERM = WS-CUR-TERM ) ) )
               MOVE "Y" TO WS-HELD-SW
               MOVE HLD-REASON      TO WS-HOLD-REASON
               MOVE HLD-PLACED-DATE TO WS-HOLD-DATE
               MOVE HLD-PLACED-BY   TO WS-HOLD-BY
               MOVE "Y" TO WS-HLD-END-SW
            END-IF.
       2410-HLDREAD-EXIT.
            EXIT.
       2500-WITHHOLD-PARA.
            ADD 1 TO WS-HELDN.
            MOVE MRK-KEY TO WHD-KEY.
            READ WHDFILE KEY IS WHD-KEY.
            EVALUATE TRUE
                WHEN FS6-OK
                     MOVE "P" TO WHD-STMT-SW
                     MOVE WS-RUN-DATE TO WHD-HELD-DATE
                     MOVE MRKREC TO WHD-MRK-IMAGE
                     REWRITE WHDREC
                WHEN FS6-NOTFND
                     MOVE SPACES TO WHDREC
                     MOVE MRK-KEY TO WHD-KEY
                     MOVE "P" TO WHD-STMT-SW
                     MOVE WS-RUN-DATE TO WHD-HELD-DATE
                     MOVE MRKREC TO WHD-MRK-IMAGE
                     WRITE WHDREC
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS6 " KEY " WHD-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2210-GETOUT-PARA
               THRU 2210-GETOUT-EXIT.
            IF WS-OUT-MISSING
               MOVE SPACES TO O-NEWNAME
            END-IF.
            MOVE "WITHHELD" TO WS-WL-ACTION.
            PERFORM 2700-WTHLINE-PARA
               THRU 2700-WTHLINE-EXIT.
       2500-WITHHOLD-EXIT.
            EXIT.
       2600-WHDCLEAR-PARA.
            MOVE MRK-KEY TO WHD-KEY.
            READ WHDFILE KEY IS WHD-KEY.
            EVALUATE TRUE
                WHEN FS6-OK
                     IF WHD-STMT-PEND
                        PERFORM 2610-WHDDONE-PARA
                           THRU 2610-WHDDONE-EXIT
                     END-IF
                WHEN FS6-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2600-WHDCLEAR-EXIT.
            EXIT.
       2610-WHDDONE-PARA.
            MOVE SPACE TO WHD-STMT-SW.
            IF WHD-EXT-PEND
               REWRITE WHDREC
            ELSE
               DELETE WHDFILE
            END-IF.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS6 " KEY " WHD-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2610-WHDDONE-EXIT.
            EXIT.
       2700-WTHLINE-PARA.
            IF WS-WTH-LINEN > 55
               ADD 1 TO WS-WTH-PAGEN
               MOVE WS-WTH-PAGEN TO WS-WL-PAGE
               WRITE WTHREC FROM WS-WL-HDR1
                   AFTER ADVANCING PAGE
               WRITE WTHREC FROM WS-WL-COLS
                   AFTER ADVANCING 2 LINES
               MOVE 3 TO WS-WTH-LINEN
            END-IF.
            MOVE WS-CUR-STID    TO WS-WL-STID.
            MOVE WS-CUR-YEAR    TO WS-WL-YEAR.
            MOVE WS-CUR-TERM    TO WS-WL-TERM.
            MOVE O-NEWNAME      TO WS-WL-NAME.
            MOVE WS-HOLD-REASON TO WS-WL-RSN-CD.
            PERFORM 2710-RSNTXT-PARA
               THRU 2710-RSNTXT-EXIT.
            MOVE WS-RSN-TXT     TO WS-WL-RSN-TXT.
            IF WS-HOLD-DATE = ZERO
               MOVE SPACES TO WS-WL-PLACED
            ELSE
               MOVE WS-HOLD-DATE TO WS-WL-PLACED
            END-IF.
            MOVE WS-HOLD-BY     TO WS-WL-BY.
            WRITE WTHREC FROM WS-WL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-WTH-LINEN.
       2700-WTHLINE-EXIT.
            EXIT.
       2710-RSNTXT-PARA.
            EVALUATE WS-HOLD-REASON
                WHEN "FE"
                     MOVE "UNPAID FEES"         TO WS-RSN-TXT
                WHEN "MP"
                     MOVE "MALPRACTICE INQUIRY" TO WS-RSN-TXT
                WHEN "LB"
                     MOVE "LIBRARY CLEARANCE"   TO WS-RSN-TXT
                WHEN "DS"
                     MOVE "DISCIPLINARY"        TO WS-RSN-TXT
                WHEN "AD"
                     MOVE "ADMINISTRATIVE"      TO WS-RSN-TXT
                WHEN OTHER
                     MOVE SPACES                TO WS-RSN-TXT
            END-EVALUATE.
       2710-RSNTXT-EXIT.
            EXIT.
       3000-RELEASE-PARA.
            MOVE LOW-VALUES TO WHD-KEY.
            START WHDFILE KEY IS NOT < WHD-KEY.
            EVALUATE TRUE
                WHEN FS6-OK
                     MOVE "N" TO WS-WHD-END-SW
                     PERFORM 3100-WHDREAD-PARA
                        THRU 3100-WHDREAD-EXIT UNTIL WS-WHD-END
                WHEN FS6-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3000-RELEASE-EXIT.
            EXIT.
       3100-WHDREAD-PARA.
            READ WHDFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN FS6-EOF
                     MOVE "Y" TO WS-WHD-END-SW
                     GO TO 3100-WHDREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF NOT WHD-STMT-PEND
               OR WHD-HELD-DATE = WS-RUN-DATE
               GO TO 3100-WHDREAD-EXIT
            END-IF.
            MOVE WHD-KEY TO WS-CUR-KEY.
            PERFORM 2400-HOLDCHK-PARA
               THRU 2400-HOLDCHK-EXIT.
            IF WS-RES-HELD
               ADD 1 TO WS-STILLN
               MOVE WHD-KEY TO O-OUTKEY
               READ OUTFILE
                   KEY IS O-OUTKEY
                   INVALID KEY
                        MOVE SPACES TO O-NEWNAME
               END-READ
               MOVE "STILL WITHHELD" TO WS-WL-ACTION
               PERFORM 2700-WTHLINE-PARA
                  THRU 2700-WTHLINE-EXIT
               GO TO 3100-WHDREAD-EXIT
            END-IF.
            MOVE WHD-MRK-IMAGE TO MRKREC.
            PERFORM 2160-MMKGET-PARA
               THRU 2160-MMKGET-EXIT.
            PERFORM 2200-STMT-PARA
               THRU 2200-STMT-EXIT.
            ADD 1 TO WS-RELN.
            IF WS-OUT-MISSING
               MOVE SPACES TO O-NEWNAME
            END-IF.
            MOVE "RELEASED" TO WS-WL-ACTION.
            PERFORM 2700-WTHLINE-PARA
               THRU 2700-WTHLINE-EXIT.
            PERFORM 2610-WHDDONE-PARA
               THRU 2610-WHDDONE-EXIT.
       3100-WHDREAD-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA51G086  -  MARK STATEMENT PRINT REPORT".
            DISPLAY "=========================================".
            DISPLAY "MARKS RECORDS READ: " WS-READN.
            DISPLAY "STATEMENTS PRINTED: " WS-STMTN.
            DISPLAY "RESULTS MISSING   : " WS-MISSN.
            DISPLAY "RESULTS WITHHELD  : " WS-HELDN.
            DISPLAY "HOLDS RELEASED    : " WS-RELN.
            DISPLAY "STILL WITHHELD    : " WS-STILLN.
            DISPLAY "=========================================".
            IF WS-MISSN > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA51G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "PRINTED" TO WS-RH-LBL(2).
            MOVE WS-STMTN TO WS-RH-VAL(2).
            MOVE "WITHHELD" TO WS-RH-LBL(3).
            MOVE WS-HELDN TO WS-RH-VAL(3).
            MOVE "MISSING" TO WS-RH-LBL(4).
            MOVE WS-MISSN TO WS-RH-VAL(4).
            MOVE "RELEASED" TO WS-RH-LBL(5).
            MOVE WS-RELN TO WS-RH-VAL(5).
            MOVE "STILL HELD" TO WS-RH-LBL(6).
            MOVE WS-STILLN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
