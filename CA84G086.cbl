       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA84G086.
       AUTHOR. ASSESMENT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-COMMAREA.
          05 WS-CA-FLAG               PIC X(1).
          05 WS-CA-NEXT               PIC X(10).
       01 WS-MSG                      PIC X(60) VALUE SPACES.
       01 WS-END-MSG                  PIC X(20)
                                      VALUE "CA89 SESSION ENDED".
       01 WS-MODREC.
          05 WS-MOD-SUBJ-CD           PIC X(3).
          05 FILLER                   PIC X.
          05 WS-MOD-YEAR              PIC 9(4).
          05 FILLER                   PIC X.
          05 WS-MOD-TERM              PIC 9(1).
          05 FILLER                   PIC X.
          05 WS-MOD-ADJ-PCT           PIC X(5).
          05 FILLER                   PIC X(44).
          05 WS-MOD-CHG-DATE          PIC X(8).
          05 FILLER                   PIC X.
          05 WS-MOD-CHG-BY            PIC X(8).
          05 FILLER                   PIC X(3).
       01 WS-MOD-KEY.
          05 WS-MK-SUBJ               PIC X(3).
          05 WS-MK-FIL1               PIC X(1).
          05 WS-MK-YEAR               PIC X(4).
          05 WS-MK-FIL2               PIC X(1).
          05 WS-MK-TERM               PIC X(1).
       01 WS-SBJREC.
          05 WS-SBJ-CODE              PIC X(3).
          05 FILLER                   PIC X.
          05 WS-SBJ-NAME              PIC X(20).
          05 FILLER                   PIC X(12).
          05 WS-SBJ-STATUS            PIC X(1).
             88 WS-SBJ-RETIRED                  VALUE "R".
          05 FILLER                   PIC X(43).
       01 WS-SBJ-KEY                  PIC X(3).
       01 WS-CALREC.
          05 WS-CAL-YEAR              PIC 9(4).
          05 FILLER                   PIC X.
          05 WS-CAL-TERM              PIC 9(1).
          05 FILLER                   PIC X.
          05 WS-CAL-STATUS            PIC X(1).
             88 WS-CAL-OPEN                     VALUE "O".
             88 WS-CAL-CLOSED                   VALUE "C".
          05 FILLER                   PIC X(72).
       01 WS-CAL-KEY.
          05 WS-CK-YEAR               PIC X(4).
          05 WS-CK-FIL                PIC X(1).
          05 WS-CK-TERM               PIC X(1).
       01 WS-SAVE-REC                 PIC X(80).
       01 WS-EDIT-YEAR                PIC 9(4).
       01 WS-EDIT-TERM                PIC 9(1).
       01 WS-SNAME-DSP                PIC X(20).
       01 WS-TSTAT-DSP                PIC X(6).
       01 WS-BRW-CNT                  PIC 9(2).
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
       01 WS-LIST-LINE.
          05 WS-LL-SUBJ               PIC X(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-LL-YEAR               PIC X(4).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-LL-TERM               PIC X(1).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-LL-PCT                PIC X(5).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-LL-CHG                PIC X(30).
          05 FILLER                   PIC X(5) VALUE SPACES.
       01 WS-CHG-DSP.
          05 WS-CHG-DATE              PIC X(8).
          05 FILLER                   PIC X(4) VALUE " BY ".
          05 WS-CHG-BY                PIC X(8).
          05 FILLER                   PIC X(10) VALUE SPACES.
       01 WS-ABSTIME                  PIC S9(15) COMP-3.
       01 WS-TODAY                    PIC X(8).
       01 WS-JRN-REC.
          05 WS-JRN-DATE              PIC X(8).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-SOURCE            PIC X(8).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-MODE              PIC X(1).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-ACTION            PIC X(1).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-KEY               PIC X(11).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-BEFORE            PIC X(88).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-AFTER             PIC X(88).
          05 FILLER                   PIC X(9) VALUE SPACES.
       01 WS-JRN-LEN                  PIC S9(4) COMP VALUE +220.
       01 CA086DI.
          05 FILLER                   PIC X(12).
          05 MACTL                    PIC S9(4) COMP.
          05 MACTF                    PIC X.
          05 MACTI                    PIC X(1).
          05 MSUBJL                   PIC S9(4) COMP.
          05 MSUBJF                   PIC X.
          05 MSUBJI                   PIC X(3).
          05 MYEARL                   PIC S9(4) COMP.
          05 MYEARF                   PIC X.
          05 MYEARI                   PIC X(4).
          05 MTERML                   PIC S9(4) COMP.
          05 MTERMF                   PIC X.
          05 MTERMI                   PIC X(1).
          05 MPCTL                    PIC S9(4) COMP.
          05 MPCTF                    PIC X.
          05 MPCTI                    PIC X(5).
          05 MSNAMEL                  PIC S9(4) COMP.
          05 MSNAMEF                  PIC X.
          05 MSNAMEI                  PIC X(20).
          05 MTSTATL                  PIC S9(4) COMP.
          05 MTSTATF                  PIC X.
          05 MTSTATI                  PIC X(6).
          05 MCHGL                    PIC S9(4) COMP.
          05 MCHGF                    PIC X.
          05 MCHGI                    PIC X(30).
          05 MLSTD OCCURS 8 TIMES.
             10 MLSTL                 PIC S9(4) COMP.
             10 MLSTF                 PIC X.
             10 MLSTI                 PIC X(60).
          05 MMSGL                    PIC S9(4) COMP.
          05 MMSGF                    PIC X.
          05 MMSGI                    PIC X(60).
       01 CA086DO REDEFINES CA086DI.
          05 FILLER                   PIC X(12).
          05 FILLER                   PIC X(3).
          05 MACTO                    PIC X(1).
          05 FILLER                   PIC X(3).
          05 MSUBJO                   PIC X(3).
          05 FILLER                   PIC X(3).
          05 MYEARO                   PIC X(4).
          05 FILLER                   PIC X(3).
          05 MTERMO                   PIC X(1).
          05 FILLER                   PIC X(3).
          05 MPCTO                    PIC X(5).
          05 FILLER                   PIC X(3).
          05 MSNAMEO                  PIC X(20).
          05 FILLER                   PIC X(3).
          05 MTSTATO                  PIC X(6).
          05 FILLER                   PIC X(3).
          05 MCHGO                    PIC X(30).
          05 MLSTOD OCCURS 8 TIMES.
             10 FILLER                PIC X(3).
             10 MLSTO                 PIC X(60).
          05 FILLER                   PIC X(3).
          05 MMSGO                    PIC X(60).
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(11).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-PARA
                  THRU 1000-FIRST-EXIT
            END-IF.
            MOVE DFHCOMMAREA TO WS-COMMAREA.
            EVALUATE EIBAID
                WHEN DFHPF3
                WHEN DFHCLEAR
                     PERFORM 8000-QUIT-PARA
                        THRU 8000-QUIT-EXIT
                WHEN DFHENTER
                     PERFORM 2000-PROCESS-PARA
                        THRU 2000-PROCESS-EXIT
                WHEN DFHPF8
                     PERFORM 3200-NEXTPAGE-PARA
                        THRU 3200-NEXTPAGE-EXIT
                WHEN OTHER
                     MOVE "INVALID FUNCTION KEY - USE ENTER, PF8 OR PF3"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
            PERFORM 9000-RETURN-PARA
               THRU 9000-RETURN-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-FIRST-PARA.
            MOVE SPACES TO WS-CA-NEXT.
            MOVE LOW-VALUES TO CA086DI.
            EXEC CICS SEND MAP('CA086D') MAPSET('CA086CS')
                 FROM(CA086DO) ERASE
            END-EXEC.
            PERFORM 9000-RETURN-PARA
               THRU 9000-RETURN-EXIT.
       1000-FIRST-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            MOVE SPACES TO WS-CA-NEXT.
            EXEC CICS RECEIVE MAP('CA086D') MAPSET('CA086CS')
                 INTO(CA086DI) RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MAP RECEIVE FAILED - CLEAR AND RETRY"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF MSUBJI = LOW-VALUES
               MOVE SPACES TO MSUBJI
            END-IF.
            IF MACTI = "B"
               IF MSUBJI = SPACES
                  MOVE LOW-VALUES TO WS-MOD-KEY
               ELSE
                  MOVE LOW-VALUES TO WS-MOD-KEY
                  MOVE MSUBJI TO WS-MK-SUBJ
               END-IF
               PERFORM 3000-BROWSE-PARA
                  THRU 3000-BROWSE-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF MACTI NOT = "I" AND MACTI NOT = "A"
               AND MACTI NOT = "C" AND MACTI NOT = "D"
               MOVE "ACTION MUST BE B, I, A, C OR D" TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            PERFORM 2100-EDIT-PARA
               THRU 2100-EDIT-EXIT.
            IF WS-MSG NOT = SPACES
               GO TO 2000-PROCESS-EXIT
            END-IF.
            MOVE MSUBJI       TO WS-MK-SUBJ.
            MOVE SPACE        TO WS-MK-FIL1 WS-MK-FIL2.
            MOVE WS-EDIT-YEAR TO WS-MK-YEAR.
            MOVE WS-EDIT-TERM TO WS-MK-TERM.
            IF MACTI NOT = "I"
               PERFORM 2200-CHKREF-PARA
                  THRU 2200-CHKREF-EXIT
               IF WS-MSG NOT = SPACES
                  GO TO 2000-PROCESS-EXIT
               END-IF
            END-IF.
            EVALUATE MACTI
                WHEN "I"
                     PERFORM 3100-INQUIRY-PARA
                        THRU 3100-INQUIRY-EXIT
                WHEN "A"
                     PERFORM 4000-ADD-PARA
                        THRU 4000-ADD-EXIT
                WHEN "C"
                     PERFORM 4100-CHANGE-PARA
                        THRU 4100-CHANGE-EXIT
                WHEN "D"
                     PERFORM 4200-DELETE-PARA
                        THRU 4200-DELETE-EXIT
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-EDIT-PARA.
            MOVE SPACES TO WS-MSG.
            IF MSUBJI = SPACES
               MOVE "SUBJECT CODE IS REQUIRED" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF MYEARI IS NOT NUMERIC
               MOVE "YEAR MUST BE 4 DIGITS" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE MYEARI TO WS-EDIT-YEAR.
            IF MTERMI IS NOT NUMERIC
               MOVE "TERM MUST BE ONE DIGIT 1-9" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE MTERMI TO WS-EDIT-TERM.
            IF WS-EDIT-TERM = ZERO
               MOVE "TERM MUST BE ONE DIGIT 1-9" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF MACTI = "A" OR MACTI = "C"
               IF MPCTI(1:2) IS NOT NUMERIC
                  OR MPCTI(3:1) NOT = "."
                  OR MPCTI(4:2) IS NOT NUMERIC
                  MOVE "ADJUSTMENT MUST BE NN.NN, E.G. 05.00" TO WS-MSG
                  GO TO 2110-EDITERR-PARA
               END-IF
               IF MPCTI = "00.00"
                  MOVE "ADJUSTMENT OF 00.00 - USE D TO REMOVE A RULING"
                    TO WS-MSG
                  GO TO 2110-EDITERR-PARA
               END-IF
            END-IF.
            GO TO 2100-EDIT-EXIT.
       2110-EDITERR-PARA.
            PERFORM 7000-RESEND-PARA
               THRU 7000-RESEND-EXIT.
       2100-EDIT-EXIT.
            EXIT.
       2200-CHKREF-PARA.
            MOVE WS-MK-YEAR TO WS-CK-YEAR.
            MOVE SPACE      TO WS-CK-FIL.
            MOVE WS-MK-TERM TO WS-CK-TERM.
            EXEC CICS READ FILE('CA086CAL')
                 INTO(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     IF NOT WS-CAL-OPEN
                        MOVE "TERM IS CLOSED - NO MODERATION ALLOWED"
                          TO WS-MSG
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE "TERM NOT ON THE ACADEMIC CALENDAR" TO WS-MSG
                WHEN OTHER
                     MOVE "CALENDAR READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
            END-EVALUATE.
            IF WS-MSG NOT = SPACES
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2200-CHKREF-EXIT
            END-IF.
            IF MACTI = "D"
               GO TO 2200-CHKREF-EXIT
            END-IF.
            MOVE WS-MK-SUBJ TO WS-SBJ-KEY.
            EXEC CICS READ FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     IF WS-SBJ-RETIRED
                        MOVE "SUBJECT IS RETIRED - NO MODERATION"
                          TO WS-MSG
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE "SUBJECT CODE NOT ON THE SUBJECT MASTER"
                       TO WS-MSG
                WHEN OTHER
                     MOVE "SUBJECT READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
            END-EVALUATE.
            IF WS-MSG NOT = SPACES
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
            END-IF.
       2200-CHKREF-EXIT.
            EXIT.
       3000-BROWSE-PARA.
            MOVE SPACES TO WS-MSG WS-CA-NEXT.
            MOVE LOW-VALUES TO CA086DI.
            MOVE "B" TO MACTO.
            EXEC CICS STARTBR FILE('CA086MOD')
                 RIDFLD(WS-MOD-KEY) GTEQ
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "N" TO WS-BRW-END-SW
                     MOVE ZERO TO WS-BRW-CNT
                     PERFORM 3020-BRWNEXT-PARA
                        THRU 3020-BRWNEXT-EXIT
                        UNTIL WS-BRW-END OR WS-BRW-CNT > 8
                     EXEC CICS ENDBR FILE('CA086MOD')
                     END-EXEC
                WHEN DFHRESP(NOTFND)
                     MOVE "NO RULINGS AT OR AFTER THIS SUBJECT"
                       TO WS-MSG
                WHEN OTHER
                     MOVE "FILE BROWSE ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES
               IF WS-CA-NEXT = SPACES
                  MOVE "END OF MODERATION FILE" TO WS-MSG
               ELSE
                  MOVE "PRESS PF8 FOR THE NEXT PAGE" TO WS-MSG
               END-IF
            END-IF.
            MOVE WS-MSG TO MMSGO.
            EXEC CICS SEND MAP('CA086D') MAPSET('CA086CS')
                 FROM(CA086DO) ERASE
            END-EXEC.
       3000-BROWSE-EXIT.
            EXIT.
       3020-BRWNEXT-PARA.
            EXEC CICS READNEXT FILE('CA086MOD')
                 INTO(WS-MODREC) RIDFLD(WS-MOD-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BRW-END-SW
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            ADD 1 TO WS-BRW-CNT.
            IF WS-BRW-CNT > 8
               MOVE WS-MOD-KEY TO WS-CA-NEXT
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            MOVE WS-MOD-SUBJ-CD TO WS-LL-SUBJ.
            MOVE WS-MOD-YEAR    TO WS-LL-YEAR.
            MOVE WS-MOD-TERM    TO WS-LL-TERM.
            MOVE WS-MOD-ADJ-PCT TO WS-LL-PCT.
            IF WS-MOD-CHG-DATE = SPACES
               MOVE SPACES TO WS-LL-CHG
            ELSE
               MOVE WS-MOD-CHG-DATE TO WS-CHG-DATE
               MOVE WS-MOD-CHG-BY   TO WS-CHG-BY
               MOVE WS-CHG-DSP      TO WS-LL-CHG
            END-IF.
            MOVE WS-LIST-LINE TO MLSTO(WS-BRW-CNT).
       3020-BRWNEXT-EXIT.
            EXIT.
       3100-INQUIRY-PARA.
            EXEC CICS READ FILE('CA086MOD')
                 INTO(WS-MODREC) RIDFLD(WS-MOD-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "RULING FOUND - AMEND AND USE C TO CHANGE"
                       TO WS-MSG
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(NOTFND)
                     MOVE "NO RULING FOR THIS SUBJECT/YEAR/TERM"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       3100-INQUIRY-EXIT.
            EXIT.
       3200-NEXTPAGE-PARA.
            IF WS-CA-NEXT = SPACES OR WS-CA-NEXT = LOW-VALUES
               MOVE "NO BROWSE IN PROGRESS - ENTER B AND A SUBJECT"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 3200-NEXTPAGE-EXIT
            END-IF.
            MOVE WS-CA-NEXT TO WS-MOD-KEY.
            PERFORM 3000-BROWSE-PARA
               THRU 3000-BROWSE-EXIT.
       3200-NEXTPAGE-EXIT.
            EXIT.
       4000-ADD-PARA.
            MOVE SPACES       TO WS-MODREC.
            MOVE WS-MK-SUBJ   TO WS-MOD-SUBJ-CD.
            MOVE WS-EDIT-YEAR TO WS-MOD-YEAR.
            MOVE WS-EDIT-TERM TO WS-MOD-TERM.
            MOVE MPCTI        TO WS-MOD-ADJ-PCT.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS WRITE FILE('CA086MOD')
                 FROM(WS-MODREC) RIDFLD(WS-MOD-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE SPACES TO WS-SAVE-REC
                     MOVE "A" TO WS-JRN-ACTION
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        MOVE "RULING ADDED AND LOGGED" TO WS-MSG
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(DUPREC)
                     MOVE "RULING ALREADY ON FILE - USE C TO CHANGE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR MODERATION MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "WRITE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4000-ADD-EXIT.
            EXIT.
       4100-CHANGE-PARA.
            PERFORM 4300-READUPD-PARA
               THRU 4300-READUPD-EXIT.
            IF WS-MSG NOT = SPACES
               GO TO 4100-CHANGE-EXIT
            END-IF.
            MOVE WS-MODREC TO WS-SAVE-REC.
            MOVE MPCTI     TO WS-MOD-ADJ-PCT.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS REWRITE FILE('CA086MOD')
                 FROM(WS-MODREC) RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "C" TO WS-JRN-ACTION
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        MOVE "RULING CHANGED AND LOGGED" TO WS-MSG
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN OTHER
                     MOVE "REWRITE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4100-CHANGE-EXIT.
            EXIT.
       4200-DELETE-PARA.
            PERFORM 4300-READUPD-PARA
               THRU 4300-READUPD-EXIT.
            IF WS-MSG NOT = SPACES
               GO TO 4200-DELETE-EXIT
            END-IF.
            MOVE WS-MODREC TO WS-SAVE-REC.
            EXEC CICS DELETE FILE('CA086MOD')
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 5000-STAMP-PARA
                        THRU 5000-STAMP-EXIT
                     MOVE "D" TO WS-JRN-ACTION
                     MOVE SPACES TO WS-MODREC
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        MOVE "RULING DELETED AND LOGGED" TO WS-MSG
                     END-IF
                     MOVE LOW-VALUES TO CA086DI
                     MOVE WS-MSG TO MMSGO
                     EXEC CICS SEND MAP('CA086D') MAPSET('CA086CS')
                          FROM(CA086DO) ERASE
                     END-EXEC
                WHEN OTHER
                     MOVE "DELETE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4200-DELETE-EXIT.
            EXIT.
       4300-READUPD-PARA.
            EXEC CICS READ FILE('CA086MOD')
                 INTO(WS-MODREC) RIDFLD(WS-MOD-KEY)
                 UPDATE RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE "NO RULING FOR THIS SUBJECT/YEAR/TERM"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR MODERATION MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4300-READUPD-EXIT.
            EXIT.
       5000-STAMP-PARA.
            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(WS-TODAY)
            END-EXEC.
            MOVE WS-TODAY TO WS-MOD-CHG-DATE.
            MOVE EIBTRMID TO WS-MOD-CHG-BY.
       5000-STAMP-EXIT.
            EXIT.
       5100-JOURNAL-PARA.
            MOVE WS-TODAY TO WS-JRN-DATE.
            MOVE SPACES TO WS-JRN-SOURCE.
            MOVE "CA89" TO WS-JRN-SOURCE(1:4).
            MOVE EIBTRMID TO WS-JRN-SOURCE(5:4).
            MOVE "M" TO WS-JRN-MODE.
            MOVE "M" TO WS-JRN-KEY(1:1).
            MOVE WS-MOD-KEY TO WS-JRN-KEY(2:10).
            MOVE WS-SAVE-REC TO WS-JRN-BEFORE.
            MOVE WS-MODREC TO WS-JRN-AFTER.
            EXEC CICS WRITEQ TD QUEUE('CCTL')
                 FROM(WS-JRN-REC) LENGTH(WS-JRN-LEN)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "AUDIT LOG WRITE FAILED" TO WS-MSG
            END-IF.
       5100-JOURNAL-EXIT.
            EXIT.
       6000-FORMAT-PARA.
            MOVE LOW-VALUES     TO CA086DI.
            MOVE WS-MOD-SUBJ-CD TO MSUBJO.
            MOVE WS-MOD-YEAR    TO MYEARO.
            MOVE WS-MOD-TERM    TO MTERMO.
            MOVE WS-MOD-ADJ-PCT TO MPCTO.
            PERFORM 6100-REFDSP-PARA
               THRU 6100-REFDSP-EXIT.
            MOVE WS-SNAME-DSP   TO MSNAMEO.
            MOVE WS-TSTAT-DSP   TO MTSTATO.
            IF WS-MOD-CHG-DATE = SPACES
               MOVE "LOADED FROM CARD FILE" TO MCHGO
            ELSE
               MOVE WS-MOD-CHG-DATE TO WS-CHG-DATE
               MOVE WS-MOD-CHG-BY   TO WS-CHG-BY
               MOVE WS-CHG-DSP      TO MCHGO
            END-IF.
            MOVE WS-MSG         TO MMSGO.
            EXEC CICS SEND MAP('CA086D') MAPSET('CA086CS')
                 FROM(CA086DO) ERASE
            END-EXEC.
       6000-FORMAT-EXIT.
            EXIT.
       6100-REFDSP-PARA.
            MOVE SPACES TO WS-SNAME-DSP WS-TSTAT-DSP.
            MOVE WS-MOD-SUBJ-CD TO WS-SBJ-KEY.
            EXEC CICS READ FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-SBJ-NAME TO WS-SNAME-DSP
            ELSE
               MOVE "(NOT ON SUBJECT FILE)" TO WS-SNAME-DSP
            END-IF.
            MOVE WS-MOD-YEAR TO WS-CK-YEAR.
            MOVE SPACE       TO WS-CK-FIL.
            MOVE WS-MOD-TERM TO WS-CK-TERM.
            EXEC CICS READ FILE('CA086CAL')
                 INTO(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                     MOVE "NONE" TO WS-TSTAT-DSP
                WHEN WS-CAL-OPEN
                     MOVE "OPEN" TO WS-TSTAT-DSP
                WHEN OTHER
                     MOVE "CLOSED" TO WS-TSTAT-DSP
            END-EVALUATE.
       6100-REFDSP-EXIT.
            EXIT.
       7000-RESEND-PARA.
            MOVE LOW-VALUES TO CA086DI.
            MOVE WS-MSG TO MMSGO.
            EXEC CICS SEND MAP('CA086D') MAPSET('CA086CS')
                 FROM(CA086DO) DATAONLY
            END-EXEC.
       7000-RESEND-EXIT.
            EXIT.
       8000-QUIT-PARA.
            EXEC CICS SEND TEXT FROM(WS-END-MSG)
                 LENGTH(20) ERASE FREEKB
            END-EXEC.
            EXEC CICS RETURN
            END-EXEC.
       8000-QUIT-EXIT.
            EXIT.
       9000-RETURN-PARA.
            MOVE "R" TO WS-CA-FLAG.
            EXEC CICS RETURN TRANSID('CA89')
                 COMMAREA(WS-COMMAREA) LENGTH(11)
            END-EXEC.
       9000-RETURN-EXIT.
            EXIT.
