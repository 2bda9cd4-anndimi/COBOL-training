000470*                  INSTRIN RECORD FOR ACCRUE'S ACCRUAL-BY-
000480*                  FISCAL-PERIOD SPLIT.  SPACES MEANS NO SPLIT,
000490*                  AS BEFORE.
000491* 2026-10-15  JKM  THE TERMS RECORD NOW ALSO CARRIES A FLOATING-
000492*                  RATE INDEX CODE, A SIGNED SPREAD IN PERCENT,
000493*                  AND A RESET FREQUENCY (W/M/Q/S/A), APPENDED
000494*                  AFTER THE EXISTING FIELDS AND STAMPED ONTO
000495*                  EVERY GENERATED INSTRIN RECORD FOR ACCRUE'S
000496*                  RESET-DATE SUB-PERIOD PRICING.  SPACES IN THE
000497*                  INDEX CODE MEANS FIXED RATE, AS BEFORE; A
000498*                  NON-NUMERIC SPREAD OR UNKNOWN RESET FREQUENCY
000499*                  ON A FLOATING INSTRUMENT REJECTS WITH A
000500*                  REASON.
000501* 2026-10-15  JKM  THE TERMS RECORD NOW ALSO CARRIES THE ISO
000502*                  CURRENCY CODE OF THE INSTRUMENT, TAKEN FROM
000503*                  FILLER AND STAMPED ONTO EVERY GENERATED
000504*                  INSTRIN RECORD SO ACCRUE AND GLJV KNOW WHAT
000505*                  CURRENCY THE AMOUNTS ARE IN.  SPACES DEFAULTS
000506*                  TO USD SO EXISTING TERMS KEEP RUNNING; A CODE
000507*                  THAT IS NOT ALPHABETIC REJECTS WITH A REASON.
000508* 2026-10-15  JKM  CAN NOW RUN STRAIGHT OFF THE INSTMAST
000509*                  INSTRUMENT MASTER INSTEAD OF THE SCHIN TERMS
000510*                  FILE - AN 'M' IN COLUMN 1 OF THE OPTIONAL
000511*                  SCHCTL CONTROL CARD SELECTS THE MASTER; NO
000512*                  CARD, OR A 'T', READS SCHIN AS BEFORE.  FROM
000513*                  THE MASTER, ACTIVE AND TERMINATED INSTRUMENTS
000514*                  ARE SCHEDULED AND MATURED ONES ARE SKIPPED AND
000515*                  COUNTED.  A TERMINATED INSTRUMENT'S SCHEDULE
000516*                  STOPS ON ITS TERMINATION DATE WITH A SHORT
000517*                  FINAL STUB PERIOD; A TERMINATION DATE NOT
000518*                  STRICTLY BETWEEN START AND MATURITY REJECTS
000519*                  WITH A REASON.  THE TERMS LAYOUT MOVED TO
000520*                  COPYBOOK SCHTERMS, SHARED WITH INSTMNT.
000521*****************************************************************
000522 ENVIRONMENT DIVISION.
000523 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000562     SELECT SCHED-CONTROL ASSIGN TO SCHCTL
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-CONTROL-STATUS.
000568
000570     SELECT TERMS-FILE ASSIGN TO SCHIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TERMS-FILE-STATUS.
000690     SELECT TERMS-REJECTS ASSIGN TO SCHREJ
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-TERMS-REJ-STATUS.
000711
000712     SELECT INSTR-MASTER ASSIGN TO INSTMAST
000713         ORGANIZATION IS INDEXED
000714         ACCESS MODE IS SEQUENTIAL
000715         RECORD KEY IS IM-INSTR-ID
000716         FILE STATUS IS WS-MASTER-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000731 FD  SCHED-CONTROL
000732     RECORDING MODE IS F.
000733 01  SCHED-CONTROL-REC.
000734     05  SCC-SOURCE            PIC X(01).
000735         88  SCC-FROM-MASTER              VALUE 'M'.
000736         88  SCC-FROM-TERMS               VALUE 'T' SPACE.
000737     05  FILLER                PIC X(79).
000738
000740 FD  TERMS-FILE
000750     RECORDING MODE IS F.
000920 01  TERMS-CARD-REC            PIC X(97).
001090
001100 FD  PERIOD-OUT-FILE
001110     RECORDING MODE IS F.
001280     05  INSTR-CAL-ID-OUT      PIC X(08).
001290     05  INSTR-SPOT-OUT        PIC X(02).
001300     05  INSTR-ENTITY-OUT      PIC X(08).
001304     05  INSTR-CCY-OUT         PIC X(03).
001308     05  FILLER                PIC X(06).
001312     05  INSTR-INDEX-OUT       PIC X(08).
001314     05  INSTR-SPREAD-OUT      PIC X(08).
001316     05  INSTR-RESET-OUT       PIC X(01).
001320
001330 FD  TERMS-REJECTS
001340     RECORDING MODE IS F.
001420     05  REJ-REASON            PIC X(30).
001430     05  FILLER                PIC X(21).
001440
001442 FD  INSTR-MASTER.
001444     COPY INSTMAST.
001446
001450 WORKING-STORAGE SECTION.
001460 77  WS-TERMS-FILE-STATUS      PIC X(02)  VALUE SPACES.
001470 77  WS-PERIOD-OUT-STATUS      PIC X(02)  VALUE SPACES.
001480 77  WS-INSTR-OUT-STATUS       PIC X(02)  VALUE SPACES.
001490 77  WS-TERMS-REJ-STATUS       PIC X(02)  VALUE SPACES.
001493 77  WS-CONTROL-STATUS         PIC X(02)  VALUE SPACES.
001496 77  WS-MASTER-STATUS          PIC X(02)  VALUE SPACES.
001500 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
001510 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
001520 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001560     88  WS-TERMS-ARE-INVALID             VALUE 'N'.
001570 77  WS-SCHED-DONE-SWITCH      PIC X(01)  VALUE 'N'.
001580     88  WS-SCHEDULE-IS-DONE              VALUE 'Y'.
001582 77  WS-SOURCE-SWITCH          PIC X(01)  VALUE 'T'.
001584     88  WS-FROM-MASTER                   VALUE 'M'.
001586 77  WS-PICKED-SWITCH          PIC X(01)  VALUE 'N'.
001588     88  WS-MASTER-PICKED                 VALUE 'Y'.
001590 77  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
001600 77  WS-MIN-VALID-YEAR         PIC 9(04)  VALUE 1582.
001610 77  WS-FREQ-MONTHS            PIC 9(02)  VALUE 0.
001630 77  WS-INSTR-SCHEDULED        PIC 9(08)  VALUE 0.
001640 77  WS-INSTR-REJECTED         PIC 9(08)  VALUE 0.
001650 77  WS-PERIODS-WRITTEN        PIC 9(08)  VALUE 0.
001653 77  WS-INSTR-MATURED          PIC 9(08)  VALUE 0.
001656 77  WS-INSTR-TERMINATED       PIC 9(08)  VALUE 0.
001660 77  WS-DCC-CODE               PIC X(07)  VALUE SPACES.
001663 77  WS-CCY-CODE               PIC X(03)  VALUE SPACES.
001666 77  WS-HOME-CCY-CODE          PIC X(03)  VALUE 'USD'.
001668     COPY SCHTERMS.
001670     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-START-DATE==
001680                            ==CALDATE-CCYY== BY ==WS-START-CCYY==
001690                            ==CALDATE-MM==   BY ==WS-START-MM==
001760                            ==CALDATE-CCYY== BY ==WS-BOUND-CCYY==
001770                            ==CALDATE-MM==   BY ==WS-BOUND-MM==
001780                            ==CALDATE-DD==   BY ==WS-BOUND-DD==.
001782     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-TERM-DATE==
001784                            ==CALDATE-CCYY== BY ==WS-TERM-CCYY==
001786                            ==CALDATE-MM==   BY ==WS-TERM-MM==
001788                            ==CALDATE-DD==   BY ==WS-TERM-DD==.
001790 01  WS-DATEVAL-RETURN-CODE    PIC 9(02).
001800     88  WS-DATE-IS-VALID               VALUE 00.
001810     88  WS-DV-AUDIT-OPEN-FAILED        VALUE 90.
001870     05  WS-START-JD           PIC 9(08).
001880     05  WS-MATURITY-JD        PIC 9(08).
001890     05  WS-BOUND-JD           PIC 9(08).
001892     05  WS-TERM-JD            PIC 9(08).
001894     05  WS-STOP-JD            PIC 9(08).
001896     05  WS-STOP-DATE          PIC 9(08).
001900     05  WS-PERIOD-BEGIN       PIC 9(08).
001910     05  WS-PERIOD-END         PIC 9(08).
001920     05  WS-STEP-COUNT         PIC S9(04) COMP.
002210     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002220     STOP RUN.
002230*****************************************************************
002236*    1000-INITIALIZE - READ THE CONTROL CARD, OPEN FILES AND    *
002242*    PRIME THE READ                                             *
002250*****************************************************************
002260 1000-INITIALIZE.
002277     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
002294     PERFORM 1200-OPEN-TERMS-SOURCE
002311         THRU 1200-OPEN-TERMS-SOURCE-EXIT.
002330     OPEN OUTPUT PERIOD-OUT-FILE.
002340     IF WS-PERIOD-OUT-STATUS NOT = '00'
002350         MOVE 'PERIOD-OUT-FILE' TO WS-ABEND-FILE-NAME
002460     IF WS-TERMS-REJ-STATUS NOT = '00'
002470         MOVE 'TERMS-REJECTS' TO WS-ABEND-FILE-NAME
002480         MOVE WS-TERMS-REJ-STATUS TO WS-ABEND-STATUS
002481         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002482     END-IF.
002483     PERFORM 2100-READ-TERMS THRU 2100-READ-TERMS-EXIT.
002484 1000-INITIALIZE-EXIT.
002485     EXIT.
002486*****************************************************************
002487*    1100-READ-CONTROL - THE OPTIONAL SCHCTL CARD NAMES THE     *
002488*    TERMS SOURCE.  NO CARD (OR AN EMPTY ONE) MEANS THE SCHIN   *
002489*    TERMS FILE, SO EXISTING JOBS RUN UNCHANGED                 *
002490*****************************************************************
002491 1100-READ-CONTROL.
002492     OPEN INPUT SCHED-CONTROL.
002493     IF WS-CONTROL-STATUS = '35'
002494         DISPLAY 'SCHEDGEN - NO SCHCTL CARD - TERMS READ FROM '
002495             'SCHIN'
002496         GO TO 1100-READ-CONTROL-EXIT
002497     END-IF.
002498     IF WS-CONTROL-STATUS NOT = '00'
002499         MOVE 'SCHED-CONTROL' TO WS-ABEND-FILE-NAME
002500         MOVE WS-CONTROL-STATUS TO WS-ABEND-STATUS
002501         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002502     END-IF.
002503     READ SCHED-CONTROL
002504         AT END
002505             MOVE SPACE TO SCC-SOURCE
002506     END-READ.
002507     IF SCC-FROM-MASTER
002508         MOVE 'M' TO WS-SOURCE-SWITCH
002509     ELSE
002510     IF NOT SCC-FROM-TERMS
002511         PERFORM 9920-ABEND-CONTROL-CARD
002512             THRU 9920-ABEND-CONTROL-CARD-EXIT
002513     END-IF
002514     END-IF.
002515     CLOSE SCHED-CONTROL.
002516 1100-READ-CONTROL-EXIT.
002517     EXIT.
002518*****************************************************************
002519*    1200-OPEN-TERMS-SOURCE - THE INSTRUMENT MASTER OR THE      *
002520*    SCHIN TERMS FILE, WHICHEVER THE CONTROL CARD NAMED         *
002521*****************************************************************
002522 1200-OPEN-TERMS-SOURCE.
002523     IF WS-FROM-MASTER
002524         OPEN INPUT INSTR-MASTER
002525         IF WS-MASTER-STATUS NOT = '00'
002526             MOVE 'INSTR-MASTER' TO WS-ABEND-FILE-NAME
002527             MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
002528             PERFORM 9900-ABEND-BAD-OPEN
002529                 THRU 9900-ABEND-BAD-OPEN-EXIT
002530         END-IF
002531         DISPLAY 'SCHEDGEN - TERMS READ FROM INSTMAST'
002532         GO TO 1200-OPEN-TERMS-SOURCE-EXIT
002533     END-IF.
002534     OPEN INPUT TERMS-FILE.
002535     IF WS-TERMS-FILE-STATUS NOT = '00'
002536         MOVE 'TERMS-FILE' TO WS-ABEND-FILE-NAME
002537         MOVE WS-TERMS-FILE-STATUS TO WS-ABEND-STATUS
002538         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002539     END-IF.
002540 1200-OPEN-TERMS-SOURCE-EXIT.
002541     EXIT.
002542*****************************************************************
002550*    2000-PROCESS-TERMS - VALIDATE, SCHEDULE OR REJECT ONE      *
002560*    INSTRUMENT'S TERMS, THEN READ THE NEXT                     *
002570*****************************************************************
002620         PERFORM 2200-GENERATE-SCHEDULE
002630             THRU 2200-GENERATE-SCHEDULE-EXIT
002640         ADD 1 TO WS-INSTR-SCHEDULED
002642         IF WS-TERM-DATE NOT = ZEROS
002644             ADD 1 TO WS-INSTR-TERMINATED
002646         END-IF
002650     ELSE
002660         PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
002670     END-IF.
002690 2000-PROCESS-TERMS-EXIT.
002700     EXIT.
002710*****************************************************************
002715*    2100-READ-TERMS - THE NEXT SCHEDULABLE INSTRUMENT FROM     *
002720*    THE MASTER, OR THE NEXT SCHIN TERMS CARD.  ONLY A          *
002725*    TERMINATED MASTER INSTRUMENT CARRIES A TERMINATION DATE    *
002730*****************************************************************
002740 2100-READ-TERMS.
002742     MOVE ZEROS TO WS-TERM-DATE.
002744     IF WS-FROM-MASTER
002746         MOVE 'N' TO WS-PICKED-SWITCH
002748         PERFORM 2110-READ-MASTER THRU 2110-READ-MASTER-EXIT
002750             UNTIL WS-MASTER-PICKED OR WS-END-OF-FILE
002752         GO TO 2100-READ-TERMS-EXIT
002754     END-IF.
002756     READ TERMS-FILE INTO TERMS-IN-REC
002760         AT END
002770             MOVE 'Y' TO WS-EOF-SWITCH
002780     END-READ.
002790 2100-READ-TERMS-EXIT.
002791     EXIT.
002792*****************************************************************
002793*    2110-READ-MASTER - ONE MASTER RECORD.  A MATURED           *
002794*    INSTRUMENT IS SKIPPED AND COUNTED; AN ACTIVE OR            *
002795*    TERMINATED ONE IS PICKED AND ITS TERMS LOADED              *
002796*****************************************************************
002797 2110-READ-MASTER.
002798     READ INSTR-MASTER NEXT RECORD
002799         AT END
002800             MOVE 'Y' TO WS-EOF-SWITCH
002801             GO TO 2110-READ-MASTER-EXIT
002802     END-READ.
002803     IF NOT (IM-IS-ACTIVE OR IM-IS-TERMINATED)
002804         ADD 1 TO WS-INSTR-MATURED
002805         GO TO 2110-READ-MASTER-EXIT
002806     END-IF.
002807     MOVE IM-TERMS-IMAGE TO TERMS-IN-REC.
002808     IF IM-IS-TERMINATED
002809         MOVE IM-TERM-DATE TO WS-TERM-DATE
002810     END-IF.
002811     MOVE 'Y' TO WS-PICKED-SWITCH.
002812 2110-READ-MASTER-EXIT.
002813     EXIT.
002814*****************************************************************
002820*    2150-VALIDATE-TERMS - NON-NUMERIC AND OUT-OF-RANGE INPUT   *
002830*    IS REJECTED HERE; LEGAL-LOOKING DATES THEN GO THROUGH      *
002835*    DATEVAL, AND THE START MUST FALL BEFORE THE MATURITY.      *
002840*    SETS THE DATE THE SCHEDULE STOPS ON - THE MATURITY, OR     *
002845*    THE TERMINATION DATE OF A TERMINATED INSTRUMENT            *
002850*****************************************************************
002860 2150-VALIDATE-TERMS.
002870     MOVE 'Y' TO WS-TERMS-VALID-SWITCH.
003550         MOVE 'NON-NUMERIC SPOT DAYS' TO WS-REJECT-REASON
003560         GO TO 2150-VALIDATE-TERMS-EXIT
003570     END-IF.
003571     IF SCH-INDEX-CODE NOT = SPACES
003572             AND SCH-SPREAD-RAW NOT = SPACES
003573             AND SCH-SPREAD-PCT IS NOT NUMERIC
003574         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003575         MOVE 'NON-NUMERIC SPREAD' TO WS-REJECT-REASON
003576         GO TO 2150-VALIDATE-TERMS-EXIT
003577     END-IF.
003578     IF SCH-INDEX-CODE NOT = SPACES
003579             AND NOT (SCH-RESET-WEEKLY OR SCH-RESET-MONTHLY
003580                 OR SCH-RESET-QUARTERLY OR SCH-RESET-SEMI-ANNUAL
003581                 OR SCH-RESET-ANNUAL OR SCH-RESET-AT-BEGIN)
003582         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003583         MOVE 'INVALID RESET FREQUENCY' TO WS-REJECT-REASON
003584         GO TO 2150-VALIDATE-TERMS-EXIT
003585     END-IF.
003586     IF SCH-CCY-CODE IS NOT ALPHABETIC-UPPER
003587         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003588         MOVE 'INVALID CURRENCY CODE' TO WS-REJECT-REASON
003589         GO TO 2150-VALIDATE-TERMS-EXIT
003590     END-IF.
003591     PERFORM 2160-COMPUTE-ENDPOINTS
003592         THRU 2160-COMPUTE-ENDPOINTS-EXIT.
003600     IF WS-START-JD >= WS-MATURITY-JD
003610         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003620         MOVE 'START NOT BEFORE MATURITY' TO WS-REJECT-REASON
003621         GO TO 2150-VALIDATE-TERMS-EXIT
003622     END-IF.
003623     MOVE WS-MATURITY-JD TO WS-STOP-JD.
003624     MOVE SCH-MATURITY-DATE TO WS-STOP-DATE.
003625     IF WS-TERM-DATE NOT = ZEROS
003626         PERFORM 2170-VALIDATE-TERMINATION
003627             THRU 2170-VALIDATE-TERMINATION-EXIT
003630     END-IF.
003640 2150-VALIDATE-TERMS-EXIT.
003650     EXIT.
003730     MOVE WS-JULIAN-NUM TO WS-START-JD.
003740     CALL 'JULDAY' USING WS-MATUR-DATE, WS-JULIAN-NUM.
003750     MOVE WS-JULIAN-NUM TO WS-MATURITY-JD.
003751 2160-COMPUTE-ENDPOINTS-EXIT.
003752     EXIT.
003753*****************************************************************
003754*    2170-VALIDATE-TERMINATION - THE TERMINATION DATE MUST BE   *
003755*    A REAL DATE STRICTLY AFTER THE START AND BEFORE THE        *
003756*    MATURITY; THE SCHEDULE THEN STOPS ON IT                    *
003757*****************************************************************
003758 2170-VALIDATE-TERMINATION.
003759     CALL 'DATEVAL' USING WS-TERM-DATE,
003760         WS-DATEVAL-RETURN-CODE.
003761     IF WS-DV-AUDIT-OPEN-FAILED
003762         PERFORM 9910-ABEND-AUDIT-LOG
003763             THRU 9910-ABEND-AUDIT-LOG-EXIT
003764     END-IF.
003765     IF NOT WS-DATE-IS-VALID
003766         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003767         MOVE 'INVALID TERMINATION DATE' TO WS-REJECT-REASON
003768         GO TO 2170-VALIDATE-TERMINATION-EXIT
003769     END-IF.
003770     CALL 'JULDAY' USING WS-TERM-DATE, WS-JULIAN-NUM.
003771     MOVE WS-JULIAN-NUM TO WS-TERM-JD.
003772     IF WS-TERM-JD <= WS-START-JD
003773             OR WS-TERM-JD >= WS-MATURITY-JD
003774         MOVE 'N' TO WS-TERMS-VALID-SWITCH
003775         MOVE 'TERMINATION DATE OUT OF RANGE' TO WS-REJECT-REASON
003776         GO TO 2170-VALIDATE-TERMINATION-EXIT
003777     END-IF.
003778     MOVE WS-TERM-JD TO WS-STOP-JD.
003779     MOVE WS-TERM-DATE TO WS-STOP-DATE.
003780 2170-VALIDATE-TERMINATION-EXIT.
003781     EXIT.
003782*****************************************************************
003790*    2200-GENERATE-SCHEDULE - WALK THE ROLL-DAY BOUNDARIES      *
003800*    FORWARD FROM THE START DATE BY THE FREQUENCY'S MONTHS,     *
003810*    EMITTING ONE PERIOD PER STEP.  THE LAST PERIOD IS CLAMPED  *
003815*    TO END EXACTLY ON THE MATURITY DATE - OR, FOR A            *
003820*    TERMINATED INSTRUMENT, ON THE TERMINATION DATE, LEAVING A  *
003825*    SHORT FINAL STUB PERIOD                                    *
003830*****************************************************************
003840 2200-GENERATE-SCHEDULE.
003850     IF SCH-FREQ-MONTHLY
004000     IF WS-DCC-CODE = SPACES
004010         MOVE 'ACT/ACT' TO WS-DCC-CODE
004020     END-IF.
004022     MOVE SCH-CCY-CODE TO WS-CCY-CODE.
004024     IF WS-CCY-CODE = SPACES
004026         MOVE WS-HOME-CCY-CODE TO WS-CCY-CODE
004028     END-IF.
004030     MOVE SCH-START-DATE TO WS-PERIOD-BEGIN.
004040     MOVE 0 TO WS-STEP-COUNT.
004050     PERFORM 2210-EMIT-ONE-PERIOD
004090     EXIT.
004100*****************************************************************
004110*    2210-EMIT-ONE-PERIOD - RESOLVE THE NEXT ROLL-DAY BOUNDARY, *
004116*    CLAMP IT TO THE STOP DATE (MATURITY, OR TERMINATION), AND  *
004122*    WRITE THE PERIOD AND INSTRUMENT                            *
004130*    RECORDS FOR THE PERIOD THAT ENDS THERE                     *
004140*****************************************************************
004150 2210-EMIT-ONE-PERIOD.
004160     ADD 1 TO WS-STEP-COUNT.
004170     PERFORM 2220-RESOLVE-BOUNDARY
004180         THRU 2220-RESOLVE-BOUNDARY-EXIT.
004190     IF WS-BOUND-JD >= WS-STOP-JD
004200         MOVE WS-STOP-DATE TO WS-PERIOD-END
004210         MOVE 'Y' TO WS-SCHED-DONE-SWITCH
004220     ELSE
004230         MOVE WS-BOUND-DATE TO WS-PERIOD-END
004870     MOVE SCH-CAL-ID TO INSTR-CAL-ID-OUT.
004880     MOVE SCH-SPOT-RAW TO INSTR-SPOT-OUT.
004890     MOVE SCH-ENTITY-ID TO INSTR-ENTITY-OUT.
004891     MOVE WS-CCY-CODE TO INSTR-CCY-OUT.
004892     MOVE SCH-INDEX-CODE TO INSTR-INDEX-OUT.
004894     MOVE SCH-SPREAD-RAW TO INSTR-SPREAD-OUT.
004896     MOVE SCH-RESET-FREQ TO INSTR-RESET-OUT.
004900     WRITE INSTR-OUT-REC.
004910     ADD 1 TO WS-PERIODS-WRITTEN.
004920 2300-WRITE-PERIOD-EXIT.
005110*    HOLDS THE CALENDAR BUILD                                   *
005120*****************************************************************
005130 9000-TERMINATE.
005133     IF WS-FROM-MASTER
005136         CLOSE INSTR-MASTER
005139     ELSE
005142         CLOSE TERMS-FILE
005145     END-IF.
005150     CLOSE PERIOD-OUT-FILE.
005160     CLOSE INSTR-OUT-FILE.
005170     CLOSE TERMS-REJECTS.
005220         WS-INSTR-REJECTED.
005230     DISPLAY 'SCHEDGEN - PERIODS WRITTEN       '
005240         WS-PERIODS-WRITTEN.
005241     IF WS-FROM-MASTER
005242         DISPLAY 'SCHEDGEN - MATURED, SKIPPED      '
005243             WS-INSTR-MATURED
005244         DISPLAY 'SCHEDGEN - TERMINATED, STUBBED   '
005245             WS-INSTR-TERMINATED
005246     END-IF.
005250     IF WS-INSTR-REJECTED > 0
005260         MOVE 8 TO RETURN-CODE
005270     END-IF.
005530     STOP RUN.
005540 9910-ABEND-AUDIT-LOG-EXIT.
005550     EXIT.
005560*****************************************************************
005570*    9920-ABEND-CONTROL-CARD - THE SCHCTL CARD NAMES NEITHER    *
005580*    THE MASTER NOR THE TERMS FILE.  STOP RATHER THAN GUESS     *
005590*    WHICH INSTRUMENTS TO SCHEDULE                              *
005600*****************************************************************
005610 9920-ABEND-CONTROL-CARD.
005620     DISPLAY 'SCHEDGEN - SCHCTL SOURCE MUST BE M (INSTMAST) OR '
005630         'T (SCHIN) - FOUND ' SCC-SOURCE.
005640     MOVE 20 TO RETURN-CODE.
005650     STOP RUN.
005660 9920-ABEND-CONTROL-CARD-EXIT.
005670     EXIT.
