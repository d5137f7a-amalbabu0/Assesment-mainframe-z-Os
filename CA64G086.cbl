       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA64G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SBJMAST ASSIGN TO DD1
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SBM-CODE
                   FILE STATUS WS-FS1.
            SELECT CALMAST ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CLM-KEY
                   FILE STATUS WS-FS2.
            SELECT MODMAST ASSIGN TO DD3
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MDM-KEY
                   FILE STATUS WS-FS3.
            SELECT SUBJFILE ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT CALFILE ASSIGN TO DD5
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT MODFILE ASSIGN TO DD6
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
       DATA DIVISION.
       FILE SECTION.
       FD SBJMAST.
       01 SBMREC.
          05 SBM-CODE                 PIC X(3).
          05 FILLER                   PIC X(33).
          05 SBM-STATUS               PIC X(1).
             88 SBM-RETIRED                     VALUE "R".
          05 FILLER                   PIC X(43).
       FD CALMAST.
       01 CLMREC.
          05 CLM-KEY                  PIC X(6).
          05 FILLER                   PIC X(1).
          05 CLM-STATUS               PIC X(1).
          05 FILLER                   PIC X(72).
       FD MODMAST.
       01 MDMREC.
          05 MDM-KEY                  PIC X(10).
          05 FILLER                   PIC X(70).
       FD SUBJFILE.
       01 SUBREC                      PIC X(80).
       FD CALFILE.
       01 CALREC                      PIC X(80).
       FD MODFILE.
       01 MODREC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-EOF                            VALUE 10.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
       01 WS-CARD                     PIC X(80).
       01 WS-SUBN                     PIC 9(7) VALUE ZERO.
       01 WS-SUBRETN                  PIC 9(7) VALUE ZERO.
       01 WS-CALN                     PIC 9(7) VALUE ZERO.
       01 WS-CALOPN                   PIC 9(7) VALUE ZERO.
       01 WS-CALTOT                   PIC 9(7) VALUE ZERO.
       01 WS-CALSKIPN                 PIC 9(7) VALUE ZERO.
       01 WS-MODN                     PIC 9(7) VALUE ZERO.
       01 WS-WARNN                    PIC 9(7) VALUE ZERO.
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
            PERFORM 2000-SUBJ-PARA
               THRU 2000-SUBJ-EXIT.
            PERFORM 3000-CAL-PARA
               THRU 3000-CAL-EXIT.
            PERFORM 4000-MOD-PARA
               THRU 4000-MOD-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            OPEN INPUT SBJMAST.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT CALMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT MODMAST.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2100-SUBJREAD-PARA
               THRU 2100-SUBJREAD-EXIT.
            IF FS1-EOF
               DISPLAY "SUBJECT MASTER IS EMPTY - NOTHING UNLOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 3100-CALREAD-PARA
               THRU 3100-CALREAD-EXIT.
            IF FS2-EOF
               DISPLAY "CALENDAR MASTER IS EMPTY - NOTHING UNLOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT SUBJFILE.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "OPEN FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT CALFILE.
            EVALUATE TRUE
                WHEN FS5-OK
                     DISPLAY "OPEN FS5 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT MODFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "OPEN FS6 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       2000-SUBJ-PARA.
            PERFORM 2200-SUBJPUT-PARA
               THRU 2200-SUBJPUT-EXIT UNTIL FS1-EOF.
            CLOSE SBJMAST SUBJFILE.
            IF WS-SUBN - WS-SUBRETN > 50
               DISPLAY "WARNING - MORE THAN 50 ACTIVE SUBJECTS, "
                       "CA11G086 LOADS ONLY THE FIRST 50"
               ADD 1 TO WS-WARNN
            END-IF.
            IF WS-SUBN > 50
               DISPLAY "WARNING - MORE THAN 50 SUBJECTS INCLUDING "
                       "RETIRED, PROGRAMS LOADING THE WHOLE SUBJECT "
                       "MASTER KEEP ONLY THE FIRST 50"
               ADD 1 TO WS-WARNN
            END-IF.
       2000-SUBJ-EXIT.
            EXIT.
       2100-SUBJREAD-PARA.
            READ SBJMAST.
            EVALUATE TRUE
                WHEN FS1-OK
                WHEN FS1-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-SUBJREAD-EXIT.
            EXIT.
       2200-SUBJPUT-PARA.
            MOVE SPACES TO WS-CARD.
            MOVE SBMREC(1:37) TO WS-CARD(1:37).
            IF SBM-RETIRED
               ADD 1 TO WS-SUBRETN
            ELSE
               MOVE SPACE TO WS-CARD(37:1)
            END-IF.
            WRITE SUBREC FROM WS-CARD.
            IF NOT FS4-OK
               DISPLAY "WRITE ERROR" WS-FS4
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-SUBN.
            PERFORM 2100-SUBJREAD-PARA
               THRU 2100-SUBJREAD-EXIT.
       2200-SUBJPUT-EXIT.
            EXIT.
       3000-CAL-PARA.
            PERFORM 3050-CALCNT-PARA
               THRU 3050-CALCNT-EXIT UNTIL FS2-EOF.
            CLOSE CALMAST.
            OPEN INPUT CALMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 3100-CALREAD-PARA
               THRU 3100-CALREAD-EXIT.
            IF WS-CALTOT > 20
               COMPUTE WS-CALSKIPN = WS-CALTOT - 20
               DISPLAY "WARNING - MORE THAN 20 CALENDAR TERMS, "
                       "ONLY THE LATEST 20 ARE UNLOADED"
               ADD 1 TO WS-WARNN
            END-IF.
            PERFORM 3200-CALPUT-PARA
               THRU 3200-CALPUT-EXIT UNTIL FS2-EOF.
            CLOSE CALMAST CALFILE.
       3000-CAL-EXIT.
            EXIT.
       3050-CALCNT-PARA.
            ADD 1 TO WS-CALTOT.
            PERFORM 3100-CALREAD-PARA
               THRU 3100-CALREAD-EXIT.
       3050-CALCNT-EXIT.
            EXIT.
       3100-CALREAD-PARA.
            READ CALMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                WHEN FS2-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3100-CALREAD-EXIT.
            EXIT.
       3200-CALPUT-PARA.
            IF WS-CALSKIPN > ZERO
               SUBTRACT 1 FROM WS-CALSKIPN
               DISPLAY "CALENDAR TERM NOT UNLOADED: " CLM-KEY
                       " STATUS " CLM-STATUS
               IF CLM-STATUS = "O"
                  DISPLAY "WARNING - TERM " CLM-KEY
                          " IS STILL OPEN - CLOSE IT ONLINE"
                  ADD 1 TO WS-WARNN
               END-IF
               PERFORM 3100-CALREAD-PARA
                  THRU 3100-CALREAD-EXIT
               GO TO 3200-CALPUT-EXIT
            END-IF.
            MOVE SPACES TO WS-CARD.
            MOVE CLMREC(1:8) TO WS-CARD(1:8).
            WRITE CALREC FROM WS-CARD.
            IF NOT FS5-OK
               DISPLAY "WRITE ERROR" WS-FS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-CALN.
            IF CLM-STATUS = "O"
               ADD 1 TO WS-CALOPN
            END-IF.
            PERFORM 3100-CALREAD-PARA
               THRU 3100-CALREAD-EXIT.
       3200-CALPUT-EXIT.
            EXIT.
       4000-MOD-PARA.
            PERFORM 4100-MODREAD-PARA
               THRU 4100-MODREAD-EXIT.
            PERFORM 4200-MODPUT-PARA
               THRU 4200-MODPUT-EXIT UNTIL FS3-EOF.
            CLOSE MODMAST MODFILE.
            IF WS-MODN > 20
               DISPLAY "WARNING - MORE THAN 20 MODERATION RULINGS, "
                       "CA11G086 LOADS ONLY THE FIRST 20"
               ADD 1 TO WS-WARNN
            END-IF.
       4000-MOD-EXIT.
            EXIT.
       4100-MODREAD-PARA.
            READ MODMAST.
            EVALUATE TRUE
                WHEN FS3-OK
                WHEN FS3-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       4100-MODREAD-EXIT.
            EXIT.
       4200-MODPUT-PARA.
            MOVE SPACES TO WS-CARD.
            MOVE MDMREC(1:16) TO WS-CARD(1:16).
            WRITE MODREC FROM WS-CARD.
            IF NOT FS6-OK
               DISPLAY "WRITE ERROR" WS-FS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-MODN.
            PERFORM 4100-MODREAD-PARA
               THRU 4100-MODREAD-EXIT.
       4200-MODPUT-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA64G086  -  CONTROL FILE UNLOAD".
            DISPLAY "=========================================".
            DISPLAY "SUBJECT CARDS WRITTEN : " WS-SUBN.
            DISPLAY "  OF WHICH RETIRED    : " WS-SUBRETN.
            DISPLAY "CALENDAR CARDS WRITTEN: " WS-CALN.
            DISPLAY "  OF WHICH OPEN       : " WS-CALOPN.
            DISPLAY "CALENDAR TERMS ON KSDS: " WS-CALTOT.
            DISPLAY "MODERATION CARDS      : " WS-MODN.
            DISPLAY "TABLE-SIZE WARNINGS   : " WS-WARNN.
            DISPLAY "=========================================".
            IF WS-WARNN > ZERO
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
            MOVE "CA64G086" TO WS-RH-PGM.
            MOVE "SUBJECTS" TO WS-RH-LBL(1).
            MOVE WS-SUBN TO WS-RH-VAL(1).
            MOVE "RETIRED" TO WS-RH-LBL(2).
            MOVE WS-SUBRETN TO WS-RH-VAL(2).
            MOVE "CALENDAR" TO WS-RH-LBL(3).
            MOVE WS-CALN TO WS-RH-VAL(3).
            MOVE "OPEN TERMS" TO WS-RH-LBL(4).
            MOVE WS-CALOPN TO WS-RH-VAL(4).
            MOVE "MODERATION" TO WS-RH-LBL(5).
            MOVE WS-MODN TO WS-RH-VAL(5).
            MOVE "WARNINGS" TO WS-RH-LBL(6).
            MOVE WS-WARNN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
