       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA82G086.
       AUTHOR. ASSESMENT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-COMMAREA.
          05 WS-CA-FLAG               PIC X(1).
          05 WS-CA-NEXT               PIC X(3).
       01 WS-MSG                      PIC X(60) VALUE SPACES.
       01 WS-END-MSG                  PIC X(20)
                                      VALUE "CA87 SESSION ENDED".
       01 WS-SBJREC.
          05 WS-SBJ-CODE              PIC X(3).
          05 FILLER                   PIC X.
          05 WS-SBJ-NAME              PIC X(20).
          05 FILLER                   PIC X.
          05 WS-SBJ-CREDITS           PIC 9(2).
          05 FILLER                   PIC X.
          05 WS-SBJ-MAXMARKS          PIC 9(3).
          05 FILLER                   PIC X.
          05 WS-SBJ-MINPASS           PIC 9(3).
          05 FILLER                   PIC X.
          05 WS-SBJ-STATUS            PIC X(1).
             88 WS-SBJ-ACTIVE                   VALUE SPACE "A".
             88 WS-SBJ-RETIRED                  VALUE "R".
          05 FILLER                   PIC X(23).
          05 WS-SBJ-CHG-DATE          PIC X(8).
          05 FILLER                   PIC X.
          05 WS-SBJ-CHG-BY            PIC X(8).
          05 FILLER                   PIC X(3).
       01 WS-SBJ-KEY                  PIC X(3).
       01 WS-SAVE-REC                 PIC X(80).
       01 WS-EDIT-CRED                PIC 9(2).
       01 WS-EDIT-MAX                 PIC 9(3).
       01 WS-EDIT-MIN                 PIC 9(3).
       01 WS-BRW-CNT                  PIC 9(2).
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
       01 WS-LIST-LINE.
          05 WS-LL-CODE               PIC X(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-LL-NAME               PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-LL-CRED               PIC Z9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-LL-MAX                PIC ZZ9.
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-LL-MIN                PIC ZZ9.
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-LL-STAT               PIC X(8).
          05 FILLER                   PIC X(14) VALUE SPACES.
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
       01 CA086SI.
          05 FILLER                   PIC X(12).
          05 SACTL                    PIC S9(4) COMP.
          05 SACTF                    PIC X.
          05 SACTI                    PIC X(1).
          05 SCODEL                   PIC S9(4) COMP.
          05 SCODEF                   PIC X.
          05 SCODEI                   PIC X(3).
          05 SNAMEL                   PIC S9(4) COMP.
          05 SNAMEF                   PIC X.
          05 SNAMEI                   PIC X(20).
          05 SCREDL                   PIC S9(4) COMP.
          05 SCREDF                   PIC X.
          05 SCREDI                   PIC X(2).
          05 SMAXL                    PIC S9(4) COMP.
          05 SMAXF                    PIC X.
          05 SMAXI                    PIC X(3).
          05 SMINL                    PIC S9(4) COMP.
          05 SMINF                    PIC X.
          05 SMINI                    PIC X(3).
          05 SSTATL                   PIC S9(4) COMP.
          05 SSTATF                   PIC X.
          05 SSTATI                   PIC X(8).
          05 SCHGL                    PIC S9(4) COMP.
          05 SCHGF                    PIC X.
          05 SCHGI                    PIC X(30).
          05 SLSTD OCCURS 8 TIMES.
             10 SLSTL                 PIC S9(4) COMP.
             10 SLSTF                 PIC X.
             10 SLSTI                 PIC X(60).
          05 SMSGL                    PIC S9(4) COMP.
          05 SMSGF                    PIC X.
          05 SMSGI                    PIC X(60).
       01 CA086SO REDEFINES CA086SI.
          05 FILLER                   PIC X(12).
          05 FILLER                   PIC X(3).
          05 SACTO                    PIC X(1).
          05 FILLER                   PIC X(3).
          05 SCODEO                   PIC X(3).
          05 FILLER                   PIC X(3).
          05 SNAMEO                   PIC X(20).
          05 FILLER                   PIC X(3).
          05 SCREDO                   PIC X(2).
          05 FILLER                   PIC X(3).
          05 SMAXO                    PIC X(3).
          05 FILLER                   PIC X(3).
          05 SMINO                    PIC X(3).
          05 FILLER                   PIC X(3).
          05 SSTATO                   PIC X(8).
          05 FILLER                   PIC X(3).
          05 SCHGO                    PIC X(30).
          05 SLSTOD OCCURS 8 TIMES.
             10 FILLER                PIC X(3).
             10 SLSTO                 PIC X(60).
          05 FILLER                   PIC X(3).
          05 SMSGO                    PIC X(60).
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(4).
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
            MOVE LOW-VALUES TO CA086SI.
            EXEC CICS SEND MAP('CA086S') MAPSET('CA086CS')
                 FROM(CA086SO) ERASE
            END-EXEC.
            PERFORM 9000-RETURN-PARA
               THRU 9000-RETURN-EXIT.
       1000-FIRST-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            MOVE SPACES TO WS-CA-NEXT.
            EXEC CICS RECEIVE MAP('CA086S') MAPSET('CA086CS')
                 INTO(CA086SI) RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MAP RECEIVE FAILED - CLEAR AND RETRY"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF SCODEI = LOW-VALUES
               MOVE SPACES TO SCODEI
            END-IF.
            IF SACTI = "B"
               MOVE SCODEI TO WS-SBJ-KEY
               IF WS-SBJ-KEY = SPACES
                  MOVE LOW-VALUES TO WS-SBJ-KEY
               END-IF
               PERFORM 3000-BROWSE-PARA
                  THRU 3000-BROWSE-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF SACTI NOT = "I" AND SACTI NOT = "A"
               AND SACTI NOT = "C" AND SACTI NOT = "R"
               MOVE "ACTION MUST BE B, I, A, C OR R" TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF SCODEI = SPACES
               MOVE "SUBJECT CODE IS REQUIRED" TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            MOVE SCODEI TO WS-SBJ-KEY.
            EVALUATE SACTI
                WHEN "I"
                     PERFORM 3100-INQUIRY-PARA
                        THRU 3100-INQUIRY-EXIT
                WHEN "A"
                     PERFORM 2100-EDIT-PARA
                        THRU 2100-EDIT-EXIT
                     IF WS-MSG = SPACES
                        PERFORM 4000-ADD-PARA
                           THRU 4000-ADD-EXIT
                     END-IF
                WHEN "C"
                     PERFORM 2100-EDIT-PARA
                        THRU 2100-EDIT-EXIT
                     IF WS-MSG = SPACES
                        PERFORM 4100-CHANGE-PARA
                           THRU 4100-CHANGE-EXIT
                     END-IF
                WHEN "R"
                     PERFORM 4200-RETIRE-PARA
                        THRU 4200-RETIRE-EXIT
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-EDIT-PARA.
            MOVE SPACES TO WS-MSG.
            IF SNAMEI = SPACES OR SNAMEI = LOW-VALUES
               MOVE "SUBJECT NAME IS REQUIRED" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF SCREDI IS NOT NUMERIC
               MOVE "CREDITS MUST BE NUMERIC (01-20)" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE SCREDI TO WS-EDIT-CRED.
            IF WS-EDIT-CRED < 1 OR WS-EDIT-CRED > 20
               MOVE "CREDITS MUST BE 01 TO 20" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF SMAXI IS NOT NUMERIC
               MOVE "MAXIMUM MARKS MUST BE NUMERIC (001-100)" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE SMAXI TO WS-EDIT-MAX.
            IF WS-EDIT-MAX < 1 OR WS-EDIT-MAX > 100
               MOVE "MAXIMUM MARKS MUST BE 001 TO 100" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF SMINI IS NOT NUMERIC
               MOVE "MINIMUM PASS MUST BE NUMERIC (000 = NONE)"
                 TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE SMINI TO WS-EDIT-MIN.
            IF WS-EDIT-MIN > WS-EDIT-MAX
               MOVE "MINIMUM PASS MAY NOT EXCEED MAXIMUM MARKS"
                 TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            GO TO 2100-EDIT-EXIT.
       2110-EDITERR-PARA.
            PERFORM 7000-RESEND-PARA
               THRU 7000-RESEND-EXIT.
       2100-EDIT-EXIT.
            EXIT.
       3000-BROWSE-PARA.
            PERFORM 3010-CLEARLIST-PARA
               THRU 3010-CLEARLIST-EXIT.
            EXEC CICS STARTBR FILE('CA086SBJ')
                 RIDFLD(WS-SBJ-KEY) GTEQ
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "N" TO WS-BRW-END-SW
                     MOVE ZERO TO WS-BRW-CNT
                     PERFORM 3020-BRWNEXT-PARA
                        THRU 3020-BRWNEXT-EXIT
                        UNTIL WS-BRW-END OR WS-BRW-CNT > 8
                     EXEC CICS ENDBR FILE('CA086SBJ')
                     END-EXEC
                WHEN DFHRESP(NOTFND)
                     MOVE "NO SUBJECTS AT OR AFTER THIS CODE" TO WS-MSG
                WHEN OTHER
                     MOVE "FILE BROWSE ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES
               IF WS-CA-NEXT = SPACES
                  MOVE "END OF SUBJECT FILE" TO WS-MSG
               ELSE
                  MOVE "PRESS PF8 FOR THE NEXT PAGE" TO WS-MSG
               END-IF
            END-IF.
            MOVE WS-MSG TO SMSGO.
            EXEC CICS SEND MAP('CA086S') MAPSET('CA086CS')
                 FROM(CA086SO) ERASE
            END-EXEC.
       3000-BROWSE-EXIT.
            EXIT.
       3010-CLEARLIST-PARA.
            MOVE SPACES TO WS-MSG WS-CA-NEXT.
            MOVE LOW-VALUES TO CA086SI.
            MOVE "B" TO SACTO.
       3010-CLEARLIST-EXIT.
            EXIT.
       3020-BRWNEXT-PARA.
            EXEC CICS READNEXT FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BRW-END-SW
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            ADD 1 TO WS-BRW-CNT.
            IF WS-BRW-CNT > 8
               MOVE WS-SBJ-CODE TO WS-CA-NEXT
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            MOVE WS-SBJ-CODE     TO WS-LL-CODE.
            MOVE WS-SBJ-NAME     TO WS-LL-NAME.
            MOVE WS-SBJ-CREDITS  TO WS-LL-CRED.
            MOVE WS-SBJ-MAXMARKS TO WS-LL-MAX.
            MOVE WS-SBJ-MINPASS  TO WS-LL-MIN.
            IF WS-SBJ-RETIRED
               MOVE "RETIRED" TO WS-LL-STAT
            ELSE
               MOVE "ACTIVE" TO WS-LL-STAT
            END-IF.
            MOVE WS-LIST-LINE TO SLSTO(WS-BRW-CNT).
       3020-BRWNEXT-EXIT.
            EXIT.
       3100-INQUIRY-PARA.
            EXEC CICS READ FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "SUBJECT FOUND - AMEND AND USE C TO CHANGE"
                       TO WS-MSG
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(NOTFND)
                     MOVE "SUBJECT CODE NOT ON FILE" TO WS-MSG
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
               MOVE "NO BROWSE IN PROGRESS - ENTER B AND A START CODE"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 3200-NEXTPAGE-EXIT
            END-IF.
            MOVE WS-CA-NEXT TO WS-SBJ-KEY.
            PERFORM 3000-BROWSE-PARA
               THRU 3000-BROWSE-EXIT.
       3200-NEXTPAGE-EXIT.
            EXIT.
       4000-ADD-PARA.
            MOVE SPACES         TO WS-SBJREC.
            MOVE WS-SBJ-KEY     TO WS-SBJ-CODE.
            MOVE SNAMEI         TO WS-SBJ-NAME.
            MOVE WS-EDIT-CRED   TO WS-SBJ-CREDITS.
            MOVE WS-EDIT-MAX    TO WS-SBJ-MAXMARKS.
            MOVE WS-EDIT-MIN    TO WS-SBJ-MINPASS.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS WRITE FILE('CA086SBJ')
                 FROM(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE SPACES TO WS-SAVE-REC
                     MOVE "A" TO WS-JRN-ACTION
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        MOVE "SUBJECT ADDED AND LOGGED" TO WS-MSG
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(DUPREC)
                     MOVE "SUBJECT CODE ALREADY ON FILE - USE C"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR SUBJECT MAINTENANCE"
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
            EXEC CICS READ FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 UPDATE RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE "SUBJECT CODE NOT ON FILE - USE A TO ADD"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-CHANGE-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR SUBJECT MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-CHANGE-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-CHANGE-EXIT
            END-EVALUATE.
            IF WS-SBJ-RETIRED
               EXEC CICS UNLOCK FILE('CA086SBJ')
               END-EXEC
               MOVE "SUBJECT IS RETIRED - NO CHANGE ALLOWED" TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 4100-CHANGE-EXIT
            END-IF.
            MOVE WS-SBJREC      TO WS-SAVE-REC.
            MOVE SNAMEI         TO WS-SBJ-NAME.
            MOVE WS-EDIT-CRED   TO WS-SBJ-CREDITS.
            MOVE WS-EDIT-MAX    TO WS-SBJ-MAXMARKS.
            MOVE WS-EDIT-MIN    TO WS-SBJ-MINPASS.
            MOVE "C" TO WS-JRN-ACTION.
            PERFORM 4900-REWRITE-PARA
               THRU 4900-REWRITE-EXIT.
       4100-CHANGE-EXIT.
            EXIT.
       4200-RETIRE-PARA.
            EXEC CICS READ FILE('CA086SBJ')
                 INTO(WS-SBJREC) RIDFLD(WS-SBJ-KEY)
                 UPDATE RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE "SUBJECT CODE NOT ON FILE" TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4200-RETIRE-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR SUBJECT MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4200-RETIRE-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4200-RETIRE-EXIT
            END-EVALUATE.
            IF WS-SBJ-RETIRED
               EXEC CICS UNLOCK FILE('CA086SBJ')
               END-EXEC
               MOVE "SUBJECT IS ALREADY RETIRED" TO WS-MSG
               PERFORM 6000-FORMAT-PARA
                  THRU 6000-FORMAT-EXIT
               GO TO 4200-RETIRE-EXIT
            END-IF.
            MOVE WS-SBJREC TO WS-SAVE-REC.
            MOVE "R" TO WS-SBJ-STATUS.
            MOVE "R" TO WS-JRN-ACTION.
            PERFORM 4900-REWRITE-PARA
               THRU 4900-REWRITE-EXIT.
       4200-RETIRE-EXIT.
            EXIT.
       4900-REWRITE-PARA.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS REWRITE FILE('CA086SBJ')
                 FROM(WS-SBJREC) RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        IF WS-JRN-ACTION = "R"
                           MOVE "SUBJECT RETIRED AND LOGGED" TO WS-MSG
                        ELSE
                           MOVE "SUBJECT CHANGED AND LOGGED" TO WS-MSG
                        END-IF
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR SUBJECT MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "REWRITE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4900-REWRITE-EXIT.
            EXIT.
       5000-STAMP-PARA.
            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(WS-TODAY)
            END-EXEC.
            MOVE WS-TODAY TO WS-SBJ-CHG-DATE.
            MOVE EIBTRMID TO WS-SBJ-CHG-BY.
       5000-STAMP-EXIT.
            EXIT.
       5100-JOURNAL-PARA.
            MOVE WS-TODAY TO WS-JRN-DATE.
            MOVE SPACES TO WS-JRN-SOURCE.
            MOVE "CA87" TO WS-JRN-SOURCE(1:4).
            MOVE EIBTRMID TO WS-JRN-SOURCE(5:4).
            MOVE "M" TO WS-JRN-MODE.
            MOVE SPACES TO WS-JRN-KEY.
            MOVE "S" TO WS-JRN-KEY(1:1).
            MOVE WS-SBJ-CODE TO WS-JRN-KEY(2:3).
            MOVE WS-SAVE-REC TO WS-JRN-BEFORE.
            MOVE WS-SBJREC TO WS-JRN-AFTER.
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
            MOVE LOW-VALUES      TO CA086SI.
            MOVE WS-SBJ-CODE     TO SCODEO.
            MOVE WS-SBJ-NAME     TO SNAMEO.
            MOVE WS-SBJ-CREDITS  TO SCREDO.
            MOVE WS-SBJ-MAXMARKS TO SMAXO.
            MOVE WS-SBJ-MINPASS  TO SMINO.
            IF WS-SBJ-RETIRED
               MOVE "RETIRED" TO SSTATO
            ELSE
               MOVE "ACTIVE" TO SSTATO
            END-IF.
            IF WS-SBJ-CHG-DATE = SPACES
               MOVE "LOADED FROM CARD FILE" TO SCHGO
            ELSE
               MOVE WS-SBJ-CHG-DATE TO WS-CHG-DATE
               MOVE WS-SBJ-CHG-BY   TO WS-CHG-BY
               MOVE WS-CHG-DSP      TO SCHGO
            END-IF.
            MOVE WS-MSG          TO SMSGO.
            EXEC CICS SEND MAP('CA086S') MAPSET('CA086CS')
                 FROM(CA086SO) ERASE
            END-EXEC.
       6000-FORMAT-EXIT.
            EXIT.
       7000-RESEND-PARA.
            MOVE LOW-VALUES TO CA086SI.
            MOVE WS-MSG TO SMSGO.
            EXEC CICS SEND MAP('CA086S') MAPSET('CA086CS')
                 FROM(CA086SO) DATAONLY
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
            EXEC CICS RETURN TRANSID('CA87')
                 COMMAREA(WS-COMMAREA) LENGTH(4)
            END-EXEC.
       9000-RETURN-EXIT.
            EXIT.
