                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS12.
            SELECT MRKMAST ASSIGN TO DD12
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS13.
            SELECT JRNFILE ASSIGN TO DD13
                   ORGANIZATION IS SEQUENTIAL
          05 SUB-MAXMARKS             PIC 9(3).
          05 FILLER                   PIC X.
          05 SUB-MINPASS              PIC 9(3).
          05 FILLER                   PIC X.
          05 SUB-STATUS               PIC X(1).
             88 SUB-RETIRED                     VALUE "R".
          05 FILLER                   PIC X(43).
       FD CKPFILE.
       01 CKPREC                      PIC X(80).
       FD AUDFILE.
             88 CAL-OPEN                        VALUE "O".
             88 CAL-CLOSED                      VALUE "C".
          05 FILLER                   PIC X(72).
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
       FD JRNFILE.
          88 FS12-EOF                           VALUE 10.
       01 WS-FS13                     PIC 99.
          88 FS13-OK                            VALUE 00.
          88 FS13-NOTFND                        VALUE 23.
          88 FS13-EMPTY                         VALUE 35.
       01 WS-FS14                     PIC 99.
          88 FS14-OK                            VALUE 00.
       01 WS-FS15                     PIC 99.
             10 WS-CAL-TYEAR          PIC 9(4).
             10 WS-CAL-TTERM          PIC 9(1).
             10 WS-CAL-TSTAT          PIC X(1).
       01 WS-MMKN                     PIC 9(7) VALUE ZERO.
       01 WS-MMK-IMAGE                PIC X(100).
       01 WS-MRG-CNT                  PIC 9(1).
       01 WS-MRG-IDX                  PIC 9(1).
       01 WS-MRG-FND                  PIC 9(1).
       01 WS-SAVE-MARKS-TOT            PIC 9(4).99.
       01 WS-SAVE-PERC                 PIC 9(3).
       01 WS-SAVE-RESULT               PIC X(30).
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1300-SUBJ-EXIT.
            PERFORM 1400-CAL-PARA
               THRU 1400-CAL-EXIT.
            IF NOT WS-RUNMODE-SUPP
               PERFORM 1600-MOD-PARA
                  THRU 1600-MOD-EXIT
            END-IF.
            PERFORM 8000-LOG-PARA
               THRU 8000-LOG-EXIT.
            CLOSE LOGFILE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
            STOP RUN.
       8500-FATAL-EXIT.
            EXIT.
       1310-SUBJREAD-PARA.
            READ SUBJFILE.
            EVALUATE TRUE
                WHEN FS7-OK AND SUB-RETIRED
                     DISPLAY "RETIRED SUBJECT NOT LOADED: " SUB-CODE
                WHEN FS7-OK
                     IF WS-SUB-CNT < 50
                        ADD 1 TO WS-SUB-CNT
            END-EVALUATE.
       1410-CALREAD-EXIT.
            EXIT.
       1600-MOD-PARA.
            OPEN INPUT MODFILE.
            EVALUATE TRUE
            DISPLAY "RECORDS DELETED   : " WS-DELN.
            DISPLAY "SUPP MERGED       : " WS-SUPN.
            DISPLAY "JOURNAL RECORDS   : " WS-JRNN.
            DISPLAY "MARKS MASTER UPDT : " WS-MMKN.
            DISPLAY "RESULT PASS COUNT : " WS-PASSN.
            DISPLAY "RESULT FAIL COUNT : " WS-FAILN.
            DISPLAY "AVERAGE PERCENTAGE: " WS-PERC-AVG.
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9200-MODSUM-PARA.
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
            IF WS-RUNMODE-REBUILD
               OPEN OUTPUT MRKMAST
               CLOSE MRKMAST
               OPEN I-O MRKMAST
            ELSE
               OPEN I-O MRKMAST
               IF FS13-EMPTY
                  OPEN OUTPUT MRKMAST
                  CLOSE MRKMAST
                  OPEN I-O MRKMAST
               END-IF
            END-IF.
            EVALUATE TRUE
                WHEN FS13-OK
                     MOVE "CA086004" TO WS-LOG-MSGNO
                     MOVE "I" TO WS-LOG-SEV
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "MRKMAST OPENED - MODE " WS-RUNMODE
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                     PERFORM 8000-LOG-PARA
                        THRU 8000-LOG-EXIT
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS13
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "OPEN ERROR FILE STATUS " WS-FS13
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
            OPEN OUTPUT JRNFILE.
            MOVE SPACES TO JRNREC.
            EVALUATE TRUE
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS13-OK
                     MOVE "CA086005" TO WS-LOG-MSGNO
                     MOVE "I" TO WS-LOG-SEV
                     MOVE "MRKMAST CLOSED" TO WS-LOG-TEXT
                     PERFORM 8000-LOG-PARA
                        THRU 8000-LOG-EXIT
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS13
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "CLOSE ERROR FILE STATUS " WS-FS13
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
            CLOSE JRNFILE.
            EVALUATE TRUE
                WHEN FS14-OK
                              MOVE "D" TO WS-JRN-ACT
                              PERFORM 2233-JRNWRITE-PARA
                                 THRU 2233-JRNWRITE-EXIT
                              PERFORM 2237-MMKDEL-PARA
                                 THRU 2237-MMKDEL-EXIT
                         WHEN OTHER
                              DISPLAY "DELETE ERROR" WS-FS2
                              MOVE SPACES TO WS-LOG-TEXT
               THRU 2222-MRKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            MOVE MRKREC TO WS-MMK-IMAGE.
            WRITE MRKREC.
            EVALUATE TRUE
                WHEN FS8-OK
            EXIT.
       2226-SUPP-PARA.
            MOVE "Y" TO WS-SUPP-OK-SW.
            PERFORM 2227-FINDPRV-PARA
               THRU 2227-FINDPRV-EXIT.
            IF FS13-NOTFND
               MOVE "N" TO WS-SUPP-OK-SW
               MOVE "H" TO WS-IOREJ-CD
               MOVE "NO PRIOR RESULT FOR SUPP MERGE"
                  THRU 2215-REJECT-EXIT
               GO TO 2226-SUPP-EXIT
            END-IF.
            MOVE MMK-SUBJ-CNT TO WS-MRG-CNT.
            PERFORM 2228-SEEDMRG-PARA
               THRU 2228-SEEDMRG-EXIT
               VARYING WS-MRG-IDX FROM 1 BY 1
       2226-SUPP-EXIT.
            EXIT.
       2227-FINDPRV-PARA.
            MOVE O-OUTKEY TO MMK-KEY.
            READ MRKMAST KEY IS MMK-KEY.
            EVALUATE TRUE
                WHEN FS13-OK
                     CONTINUE
                WHEN FS13-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS13
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "MRKMAST READ ERROR FILE STATUS " WS-FS13
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                     MOVE 16 TO RETURN-CODE
                     PERFORM 8500-FATAL-PARA
                        THRU 8500-FATAL-EXIT
            END-EVALUATE.
       2227-FINDPRV-EXIT.
            EXIT.
       2228-SEEDMRG-PARA.
            IF WS-MRG-IDX NOT > WS-MRG-CNT
               MOVE MMK-SUBJ-CD(WS-MRG-IDX)
                 TO WS-MRG-CODE(WS-MRG-IDX)
               MOVE MMK-MARK(WS-MRG-IDX)
                 TO WS-MRG-MARK(WS-MRG-IDX)
            ELSE
               MOVE SPACES TO WS-MRG-CODE(WS-MRG-IDX)
            END-IF.
       2235-MATCHMOD-EXIT.
            EXIT.
       2236-MMKPUT-PARA.
            MOVE O-OUTKEY TO MMK-KEY.
            READ MRKMAST KEY IS MMK-KEY.
            EVALUATE TRUE
                WHEN FS13-OK
                     MOVE WS-MMK-IMAGE TO MMKREC
                     REWRITE MMKREC
                WHEN FS13-NOTFND
                     MOVE WS-MMK-IMAGE TO MMKREC
                     WRITE MMKREC
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.
            EVALUATE TRUE
                WHEN FS13-OK
                     ADD 1 TO WS-MMKN
                WHEN OTHER
                     DISPLAY "MRKMAST UPDATE ERROR" WS-FS13
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "MRKMAST UPDATE ERROR FILE STATUS "
                            WS-FS13
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
       2236-MMKPUT-EXIT.
            EXIT.
       2237-MMKDEL-PARA.
            MOVE O-OUTKEY TO MMK-KEY.
            DELETE MRKMAST.
            EVALUATE TRUE
                WHEN FS13-OK
                     ADD 1 TO WS-MMKN
                WHEN FS13-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "DELETE ERROR" WS-FS13
                     MOVE SPACES TO WS-LOG-TEXT
                     STRING "MRKMAST DELETE ERROR STATUS "
                            WS-FS13 DELIMITED BY SIZE
                            INTO WS-LOG-TEXT
                     PERFORM 8100-LOGERR-PARA
                        THRU 8100-LOGERR-EXIT
            END-EVALUATE.
       2237-MMKDEL-EXIT.
            EXIT.
       2233-JRNWRITE-PARA.
            MOVE SPACES TO JRNREC.
            MOVE WS-RUN-DATE   TO JRN-DATE.
               ADD WS-PERC TO WS-PERC-TOT
               PERFORM 2221-MRKWRITE-PARA
                  THRU 2221-MRKWRITE-EXIT
               PERFORM 2236-MMKPUT-PARA
                  THRU 2236-MMKPUT-EXIT
            END-IF.
       2212-MOVE-EXIT.
            EXIT.
            END-EVALUATE.
       2214-WRITE-EXIT.
            EXIT.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA11G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-RECN TO WS-RH-VAL(1).
            MOVE "WRITTEN" TO WS-RH-LBL(2).
            MOVE WS-WRTN TO WS-RH-VAL(2).
            MOVE "REJECTED" TO WS-RH-LBL(3).
            MOVE WS-REJN TO WS-RH-VAL(3).
            MOVE "ADDED" TO WS-RH-LBL(4).
            MOVE WS-ADDN TO WS-RH-VAL(4).
            MOVE "UPDATED" TO WS-RH-LBL(5).
            MOVE WS-UPDN TO WS-RH-VAL(5).
            MOVE "DELETED" TO WS-RH-LBL(6).
            MOVE WS-DELN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
