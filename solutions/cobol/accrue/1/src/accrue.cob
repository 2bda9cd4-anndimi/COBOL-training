000730*                  REGISTER; AN ENTITY NOT ON FISCDEF, OR A
000740*                  MALFORMED DEFINITION, REJECTS THE RECORD
000750*                  WITH A REASON BEFORE ANYTHING IS ACCRUED.
000751* 2026-10-15  JKM  FLOATING-RATE INSTRUMENTS.  THE INSTRUMENT
000752*                  RECORD NOW CARRIES AN INDEX CODE, A SPREAD
000753*                  (SIGNED PERCENT) AND A RESET FREQUENCY
000754*                  (W/M/Q/S/A; SPACES MEANS ONE FIXING AT THE
000755*                  PERIOD BEGIN), APPENDED AFTER THE EXISTING
000756*                  FIELDS SO FIXED-RATE INPUT READS AS BEFORE.
000757*                  A PERIOD WITH AN INDEX CODE IS CUT AT ITS
000758*                  RESET DATES (STEPPED FROM THE PERIOD BEGIN BY
000759*                  THE RESET FREQUENCY, DAY CLAMPED TO THE
000760*                  MONTH'S LENGTH), EACH SUB-PERIOD PRICED AT
000761*                  ITS INDEX FIXING PLUS SPREAD THROUGH DAYCNT
000762*                  UNDER THE INSTRUMENT'S CONVENTION, AND ONE
000763*                  REGISTER LINE PER SUB-PERIOD SHOWS THE RATE
000764*                  THAT PRICED IT.  THE FIXING IS THE LATEST
000765*                  RATEHIST ENTRY FOR THE INDEX EFFECTIVE ON OR
000766*                  BEFORE THE RESET DATE; NONE AT ALL REJECTS
000767*                  THE WHOLE PERIOD WITH A REASON RATHER THAN
000768*                  FALL BACK TO THE FIXED RATE.  THE SUB-PERIOD
000769*                  AMOUNTS SUM TO THE PERIOD AMOUNT THE PAYMENT
000770*                  AND FISCAL SPLIT LEGS USE, SO ACCFSP STILL
000771*                  TIES TO TOTAL ACCRUED.  RATEHIST IS ONLY
000772*                  OPENED WHEN THE FIRST FLOATING PERIOD IS MET,
000773*                  SO FIXED-RATE RUNS NEED NO RATE FILE.
000774* 2026-10-15  JKM  THE REGISTER DETAIL LINE AND THE PAYSCHED
000775*                  RECORD MOVED TO THE ACCREG AND PAYSCHED
000776*                  COPYBOOKS FOR THE ACCRUED INTEREST
000777*                  SUBLEDGER, AND PAYSCHED NOW CARRIES THE
000778*                  PERIOD BEGIN DATE SO A READER CAN MATCH A
000779*                  PAYMENT TO ALL OF ITS PERIOD'S REGISTER LINES.
000780* 2026-10-15  JKM  FISCAL PERIOD CLOSE CONTROL.  THE PERSTAT
000781*                  PERIOD-STATUS FILE IS LOADED AT START, AND THE
000782*                  FISCAL SPLIT BUCKETS ARE NOW BUILT BEFORE THE
000783*                  REGISTER LINE IS WRITTEN SO EACH CAN BE
000784*                  CHECKED:  A BUCKET IN A CLOSED PERIOD IS
000785*                  REDIRECTED TO THE ENTITY'S CURRENT OPEN PERIOD
000786*                  AND MARKED A PRIOR-PERIOD ADJUSTMENT ON
000787*                  ACCFSP; A BUCKET IN A LOCKED PERIOD, OR A
000788*                  CLOSED ONE WITH NO OPEN PERIOD TO TAKE IT,
000789*                  REJECTS THE WHOLE RECORD.  A MISSING PERSTAT
000790*                  LEAVES EVERY PERIOD OPEN.
000791* 2026-10-15  JKM  INSTRIN NOW CARRIES THE INSTRUMENT'S ISO
000792*                  CURRENCY CODE (TAKEN FROM FILLER; SPACES IS
000793*                  USD, A CODE THAT IS NOT ALPHABETIC REJECTS),
000794*                  AND IT IS CARRIED ONTO EVERY REGISTER LINE,
000795*                  PAYSCHED RECORD, AND ACCFSP SPLIT SO GLJV CAN
000796*                  TRANSLATE TO THE ENTITY'S FUNCTIONAL CURRENCY.
000797*                  AMOUNTS STAY IN THE INSTRUMENT'S CURRENCY.
000798* 2026-10-15  JKM  CHECKPOINT/RESTART (ACCCHKPT).  EVERY 50
000799*                  INSTRUMENTS THE FOUR OUTPUT FILES ARE CLOSED
000800*                  AND REOPENED EXTEND TO FORCE THEIR BUFFERS
000801*                  OUT, THEN THE CHECKPOINT RECORD IS REWRITTEN
000802*                  WITH THE INSTRUMENTS DONE, THE RECORDS
000803*                  WRITTEN TO EACH OUTPUT, THE CONTROL TOTALS
000804*                  AND THE PAGE POSITION.  A RESTART READS THE
000805*                  ABENDED RUN'S OUTPUTS BACK UNDER THE RESTART
000806*                  DDNAMES (ACCREGR, ACCREJR, PAYSCHR, ACCFSPR),
000807*                  COPIES EXACTLY THE CHECKPOINTED RECORDS OF
000808*                  EACH INTO THE NEW OUTPUTS, SKIPS THE
000809*                  INSTRUMENTS ALREADY DONE AND CARRIES ON, SO
000810*                  NOTHING WRITTEN AFTER THE LAST CHECKPOINT IS
000811*                  EVER DUPLICATED.  A CLEAN FINISH REWRITES THE
000812*                  CHECKPOINT WITH STATUS 'C'.
000813* 2026-10-15  JKM  A FIXING MUST NOW FALL AFTER THE PREVIOUS
000814*                  RESET BOUNDARY AS WELL AS ON OR BEFORE THE
000815*                  RESET DATE.  BEFORE, ANY OLDER FIXING WAS
000816*                  TAKEN, SO A RATEHIST FEED THAT HAD GONE QUIET
000817*                  PRICED LATER RESETS AT A STALE RATE INSTEAD OF
000818*                  REJECTING THEM.
000819* 2026-10-15  JKM  A RESTART NOW FORCES THE COPIED-FORWARD OUTPUTS
000820*                  TO DISK BEFORE PROCESSING ANY INSTRUMENT.  A
000821*                  SECOND ABEND AHEAD OF THE NEXT CHECKPOINT LEFT
000822*                  THEM SHORT, AND THE NEXT RESTART THEN REPLACED
000823*                  THE ONLY COMPLETE COPIES WITH THEM.
000824*****************************************************************
000825 ENVIRONMENT DIVISION.
000826 CONFIGURATION SECTION.
000827 SOURCE-COMPUTER.   IBM-370.
000828 OBJECT-COMPUTER.   IBM-370.
000829 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000831     SELECT INSTRUMENT-FILE ASSIGN TO INSTRIN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-INSTR-FILE-STATUS.
000860
000990     SELECT FISCAL-SPLIT-FILE ASSIGN TO ACCFSP
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-FSPLIT-STATUS.
001012
001014     SELECT RATE-HISTORY-FILE ASSIGN TO RATEHIST
001016         ORGANIZATION IS LINE SEQUENTIAL
001018         FILE STATUS IS WS-RATEHIST-STATUS.
001019
001020     SELECT PERIOD-STATUS-FILE ASSIGN TO PERSTAT
001021         ORGANIZATION IS LINE SEQUENTIAL
001022         FILE STATUS IS WS-PERSTAT-STATUS.
001023
001024     SELECT CHECKPOINT-FILE ASSIGN TO ACCCHKPT
001025         ORGANIZATION IS LINE SEQUENTIAL
001026         FILE STATUS IS WS-CHKPT-FILE-STATUS.
001027
001028     SELECT RESTART-REGISTER ASSIGN TO ACCREGR
001029         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RST-REGISTER-STATUS.
001031
001032     SELECT RESTART-REJECTS ASSIGN TO ACCREJR
001033         ORGANIZATION IS LINE SEQUENTIAL
001034         FILE STATUS IS WS-RST-REJECTS-STATUS.
001035
001036     SELECT RESTART-PAYSCHED ASSIGN TO PAYSCHR
001037         ORGANIZATION IS LINE SEQUENTIAL
001038         FILE STATUS IS WS-RST-PAYSCHED-STATUS.
001039
001040     SELECT RESTART-SPLITS ASSIGN TO ACCFSPR
001041         ORGANIZATION IS LINE SEQUENTIAL
001042         FILE STATUS IS WS-RST-FSPLIT-STATUS.
001043 DATA DIVISION.
001044 FILE SECTION.
001045 FD  INSTRUMENT-FILE
001050     RECORDING MODE IS F.
001060 01  INSTR-IN-REC.
001070     05  INSTR-ID              PIC X(10).
001130     05  INSTR-CAL-ID          PIC X(08).
001140     05  INSTR-SPOT-DAYS       PIC 9(02).
001150     05  INSTR-ENTITY-ID       PIC X(08).
001153     05  INSTR-CCY-CODE        PIC X(03).
001156     05  FILLER                PIC X(06).
001161     05  INSTR-INDEX-CODE      PIC X(08).
001162     05  INSTR-SPREAD-PCT      PIC S9(03)V9(04)
001163                               SIGN IS LEADING SEPARATE.
001164     05  INSTR-RESET-FREQ      PIC X(01).
001165         88  INSTR-RESET-WEEKLY           VALUE 'W'.
001166         88  INSTR-RESET-MONTHLY          VALUE 'M'.
001167         88  INSTR-RESET-QUARTERLY        VALUE 'Q'.
001168         88  INSTR-RESET-SEMI-ANNUAL      VALUE 'S'.
001169         88  INSTR-RESET-ANNUAL           VALUE 'A'.
001170         88  INSTR-RESET-AT-BEGIN         VALUE SPACE.
001171 01  INSTR-IN-REC-ALT REDEFINES INSTR-IN-REC.
001180     05  INSTR-ID-RAW          PIC X(10).
001190     05  INSTR-PRINCIPAL-RAW   PIC X(13).
001200     05  INSTR-RATE-RAW        PIC X(07).
001250     05  INSTR-SPOT-RAW        PIC X(02).
001260     05  INSTR-ENTITY-RAW      PIC X(08).
001270     05  FILLER                PIC X(09).
001272     05  INSTR-INDEX-RAW       PIC X(08).
001274     05  INSTR-SPREAD-RAW      PIC X(08).
001276     05  INSTR-RESET-RAW       PIC X(01).
001280
001290 FD  ACCRUAL-REGISTER
001300     RECORDING MODE IS F.
001440
001450 FD  PAYMENT-SCHEDULE
001460     RECORDING MODE IS F.
001470     COPY PAYSCHED.
001580
001590 FD  FISCAL-SPLIT-FILE
001600     RECORDING MODE IS F.
001610     COPY ACCFSP.
001611
001612 FD  RATE-HISTORY-FILE
001613     RECORDING MODE IS F.
001614 01  RATE-HIST-REC.
001615     05  RH-INDEX-CODE         PIC X(08).
001616     05  FILLER                PIC X(01).
001617     05  RH-EFFECTIVE-DATE     PIC 9(08).
001618     05  FILLER                PIC X(01).
001619     05  RH-RATE-PCT           PIC 9(03)V9(06).
001620     05  FILLER                PIC X(53).
001621 01  RATE-HIST-REC-ALT REDEFINES RATE-HIST-REC.
001622     05  FILLER                PIC X(09).
001623     05  RH-EFFECTIVE-RAW      PIC X(08).
001624     05  FILLER                PIC X(01).
001625     05  RH-RATE-RAW           PIC X(09).
001626     05  FILLER                PIC X(53).
001627
001628 FD  PERIOD-STATUS-FILE
001629     RECORDING MODE IS F.
001630     COPY PERSTAT.
001631
001632 FD  CHECKPOINT-FILE
001633     RECORDING MODE IS F.
001634 01  CHECKPOINT-FILE-REC       PIC X(160).
001635
001636 FD  RESTART-REGISTER
001637     RECORDING MODE IS F.
001638 01  RESTART-REGISTER-REC      PIC X(132).
001639
001640 FD  RESTART-REJECTS
001641     RECORDING MODE IS F.
001642 01  RESTART-REJECT-REC        PIC X(80).
001643
001644 FD  RESTART-PAYSCHED
001645     RECORDING MODE IS F.
001646 01  RESTART-PAYSCHED-REC      PIC X(80).
001647
001648 FD  RESTART-SPLITS
001649     RECORDING MODE IS F.
001650 01  RESTART-SPLIT-REC         PIC X(80).
001651 WORKING-STORAGE SECTION.
001652 77  WS-INSTR-FILE-STATUS      PIC X(02)  VALUE SPACES.
001653 77  WS-REGISTER-STATUS        PIC X(02)  VALUE SPACES.
001654 77  WS-REJECTS-STATUS         PIC X(02)  VALUE SPACES.
001660 77  WS-PAYSCHED-STATUS        PIC X(02)  VALUE SPACES.
001670 77  WS-FSPLIT-STATUS          PIC X(02)  VALUE SPACES.
001675 77  WS-RATEHIST-STATUS        PIC X(02)  VALUE SPACES.
001677 77  WS-PERSTAT-STATUS         PIC X(02)  VALUE SPACES.
001678 77  WS-CHKPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001679 77  WS-RST-REGISTER-STATUS    PIC X(02)  VALUE SPACES.
001680 77  WS-RST-REJECTS-STATUS     PIC X(02)  VALUE SPACES.
001681 77  WS-RST-PAYSCHED-STATUS    PIC X(02)  VALUE SPACES.
001682 77  WS-RST-FSPLIT-STATUS      PIC X(02)  VALUE SPACES.
001683 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
001690 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
001700 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001710     88  WS-END-OF-FILE                   VALUE 'Y'.
001760 77  WS-MIN-VALID-YEAR         PIC 9(04)  VALUE 1582.
001770 77  WS-SPOT-DAYS              PIC 9(02)  VALUE 0.
001780 77  WS-PAY-UNRESOLVED         PIC 9(08)  VALUE 0.
001781 77  WS-RATE-LOADED-SWITCH     PIC X(01)  VALUE 'N'.
001782     88  WS-RATE-HIST-LOADED              VALUE 'Y'.
001783 77  WS-RATE-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001784     88  WS-RATE-END-OF-FILE              VALUE 'Y'.
001785 77  WS-SPREAD-PCT             PIC S9(03)V9(04) VALUE 0.
001786 77  WS-RESET-MONTHS           PIC 9(02)  VALUE 0.
001787 77  WS-RESET-DAYS             PIC 9(02)  VALUE 0.
001788 77  WS-PERSTAT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001789     88  WS-PERSTAT-END-OF-FILE           VALUE 'Y'.
001791 77  WS-RESTART-SWITCH         PIC X(01)  VALUE 'N'.
001793     88  WS-IS-RESTART                    VALUE 'Y'.
001795 77  WS-HEADING-TALLY          PIC 9(04)  VALUE 0.
001797 01  WS-CONTROL-TOTALS.
001800     05  WS-RECORDS-READ       PIC 9(08)  VALUE 0.
001810     05  WS-RECORDS-ACCRUED    PIC 9(08)  VALUE 0.
001820     05  WS-RECORDS-REJECTED   PIC 9(08)  VALUE 0.
001830     05  WS-TOTAL-ACCRUED      PIC 9(13)V99 VALUE 0.
001840     05  WS-TOTAL-SPLIT        PIC 9(13)V99 VALUE 0.
001843     05  WS-PPA-COUNT          PIC 9(08)  VALUE 0.
001846     05  WS-TOTAL-PPA          PIC 9(13)V99 VALUE 0.
001850 01  WS-PAGE-CONTROL.
001851     05  WS-LINE-COUNT         PIC 9(02)  VALUE 99.
001852     05  WS-PAGE-COUNT         PIC 9(04)  VALUE 0.
001853     05  WS-LINES-PER-PAGE     PIC 9(02)  VALUE 55.
001854 01  WS-CHECKPOINT-CONTROL.
001855     05  WS-RESTART-COUNT      PIC 9(08)  VALUE 0.
001856     05  WS-CHECKPOINT-INTERVAL
001857                               PIC 9(04)  VALUE 0050.
001858     05  WS-CHECKPOINT-COUNTDOWN
001859                               PIC 9(04)  VALUE 0050.
001860     05  WS-SKIP-COUNTER       PIC 9(08)  VALUE 0.
001861     05  WS-COPY-COUNTER       PIC 9(08)  VALUE 0.
001862     05  WS-COPY-TARGET        PIC 9(08)  VALUE 0.
001863 01  WS-OUTPUT-COUNTS.
001864     05  WS-REGISTER-WRITTEN   PIC 9(08)  VALUE 0.
001865     05  WS-REJECTS-WRITTEN    PIC 9(08)  VALUE 0.
001866     05  WS-PAYSCHED-WRITTEN   PIC 9(08)  VALUE 0.
001867     05  WS-SPLITS-WRITTEN     PIC 9(08)  VALUE 0.
001868 01  WS-RESTART-LINE           PIC X(132).
001869 01  WS-CHECKPOINT-RECORD.
001870     05  CHKPT-STATUS          PIC X(01).
001871         88  CHKPT-IN-PROGRESS            VALUE 'I'.
001872         88  CHKPT-COMPLETE               VALUE 'C'.
001873     05  FILLER                PIC X(01)  VALUE SPACE.
001874     05  CHKPT-RUN-DATE        PIC 9(08).
001875     05  FILLER                PIC X(01)  VALUE SPACE.
001876     05  CHKPT-INSTR-COUNT     PIC 9(08).
001877     05  FILLER                PIC X(01)  VALUE SPACE.
001878     05  CHKPT-REGISTER-COUNT  PIC 9(08).
001879     05  FILLER                PIC X(01)  VALUE SPACE.
001880     05  CHKPT-REJECT-COUNT    PIC 9(08).
001881     05  FILLER                PIC X(01)  VALUE SPACE.
001882     05  CHKPT-PAYSCHED-COUNT  PIC 9(08).
001883     05  FILLER                PIC X(01)  VALUE SPACE.
001884     05  CHKPT-SPLIT-COUNT     PIC 9(08).
001885     05  FILLER                PIC X(01)  VALUE SPACE.
001886     05  CHKPT-CONTROL-TOTALS  PIC X(77).
001887     05  FILLER                PIC X(01)  VALUE SPACE.
001888     05  CHKPT-PAY-UNRESOLVED  PIC 9(08).
001889     05  FILLER                PIC X(01)  VALUE SPACE.
001890     05  CHKPT-LINE-COUNT      PIC 9(02).
001891     05  FILLER                PIC X(01)  VALUE SPACE.
001892     05  CHKPT-PAGE-COUNT      PIC 9(04).
001893     05  FILLER                PIC X(10)  VALUE SPACES.
001894     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-BEGIN-DATE==
001900                            ==CALDATE-CCYY== BY ==WS-BEGIN-CCYY==
001910                            ==CALDATE-MM==   BY ==WS-BEGIN-MM==
001920                            ==CALDATE-DD==   BY ==WS-BEGIN-DD==.
001990     88  WS-CONV-30-360                 VALUE '30/360 '.
002000     88  WS-CONV-ACT-360                VALUE 'ACT/360'.
002010     88  WS-CONV-DEFAULTED              VALUE SPACES.
002013 01  WS-CCY-CODE               PIC X(03).
002016 01  WS-HOME-CCY-CODE          PIC X(03)  VALUE 'USD'.
002020     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-CPAY-DATE==
002030                            ==CALDATE-CCYY== BY ==WS-CPAY-CCYY==
002040                            ==CALDATE-MM==   BY ==WS-CPAY-MM==
002440     05  WS-FSP-ENTRY          OCCURS 50 TIMES.
002450         10  WS-FSP-TBL-FY     PIC 9(04).
002460         10  WS-FSP-TBL-PER    PIC 9(02).
002461         10  WS-FSP-TBL-DAYS   PIC 9(05).
002462         10  WS-FSP-TBL-POST-FY
002463                               PIC 9(04).
002464         10  WS-FSP-TBL-POST-PER
002465                               PIC 9(02).
002466         10  WS-FSP-TBL-ADJ    PIC X(01).
002467 01  WS-PERIOD-STATUS-WORK.
002468     05  WS-PS-MAX-ENTRIES     PIC 9(04)  COMP VALUE 2000.
002469     05  WS-PS-COUNT           PIC S9(04) COMP VALUE 0.
002470     05  WS-PS-IX              PIC S9(04) COMP.
002471     05  WS-PS-HIT-IX          PIC S9(04) COMP.
002472     05  WS-PS-OPEN-IX         PIC S9(04) COMP.
002473 01  WS-PERIOD-STATUS-TABLE-AREA.
002474     05  WS-PS-ENTRY           OCCURS 2000 TIMES.
002475         10  WS-PS-TBL-ENTITY  PIC X(08).
002476         10  WS-PS-TBL-FYPER.
002477             15  WS-PS-TBL-FY  PIC 9(04).
002478             15  WS-PS-TBL-PER PIC 9(02).
002479         10  WS-PS-TBL-STATUS  PIC X(01).
002480             88  WS-PS-TBL-IS-OPEN        VALUE 'O'.
002481             88  WS-PS-TBL-IS-CLOSED      VALUE 'C'.
002482             88  WS-PS-TBL-IS-LOCKED      VALUE 'L'.
002483 01  WS-RATE-WORK.
002484     05  WS-RH-MAX-ENTRIES     PIC 9(04)  COMP VALUE 3000.
002485     05  WS-RH-COUNT           PIC S9(04) COMP VALUE 0.
002486     05  WS-RH-IX              PIC S9(04) COMP.
002487     05  WS-RH-HIT-IX          PIC S9(04) COMP.
002488     05  WS-RH-HIT-DATE        PIC 9(08).
002489     05  WS-RH-FLOOR-DATE      PIC 9(08).
002490     05  WS-RH-FLOOR-JD        PIC 9(08).
002498 01  WS-RATE-TABLE-AREA.
002499     05  WS-RH-ENTRY           OCCURS 3000 TIMES.
002500         10  WS-RH-TBL-INDEX   PIC X(08).
002501         10  WS-RH-TBL-DATE    PIC 9(08).
002502         10  WS-RH-TBL-RATE    PIC 9(03)V9(06).
002503 01  WS-RESET-WORK.
002504     05  WS-SUB-MAX-ENTRIES    PIC 9(04)  COMP VALUE 0100.
002505     05  WS-SUB-COUNT          PIC S9(04) COMP.
002506     05  WS-SUB-IX             PIC S9(04) COMP.
002507     05  WS-RESET-STEP         PIC S9(04) COMP.
002508     05  WS-RESET-MM           PIC S9(04) COMP.
002509     05  WS-RESET-CCYY         PIC S9(08) COMP.
002510     05  WS-RESET-DD           PIC 9(02).
002511     05  WS-PERIOD-BEGIN-JD    PIC 9(08).
002512     05  WS-PERIOD-END-JD      PIC 9(08).
002513     05  WS-RESET-JD           PIC 9(08).
002514     05  WS-RESET-DONE-SWITCH  PIC X(01).
002515         88  WS-RESETS-ARE-DONE           VALUE 'Y'.
002516 01  WS-SUB-TABLE-AREA.
002517     05  WS-SUB-ENTRY          OCCURS 100 TIMES.
002518         10  WS-SUB-BEGIN      PIC 9(08).
002519         10  WS-SUB-END        PIC 9(08).
002520         10  WS-SUB-RATE-PCT   PIC S9(03)V9(06).
002521         10  WS-SUB-DAYS       PIC 9(05).
002522         10  WS-SUB-FRACTION   PIC 9(03)V9(08).
002523         10  WS-SUB-AMOUNT     PIC 9(11)V99.
002524     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-RESET-DATE==
002525                            ==CALDATE-CCYY== BY ==WS-RSET-CCYY==
002526                            ==CALDATE-MM==   BY ==WS-RSET-MM==
002527                            ==CALDATE-DD==   BY ==WS-RSET-DD==.
002528     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-SUBEND-DATE==
002529                            ==CALDATE-CCYY== BY ==WS-SUBEND-CCYY==
002530                            ==CALDATE-MM==   BY ==WS-SUBEND-MM==
002531                            ==CALDATE-DD==   BY ==WS-SUBEND-DD==.
002532 01  WS-SUB-ACTUAL-DAYS        PIC 9(05).
002533 01  WS-SUB-DCF-DENOMINATOR    PIC 9(03).
002534 01  WS-SUB-DCF-FRACTION       PIC 9(03)V9(08).
002535 01  WS-LEAP-CALL-AREA.
002536     05  WS-CALL-YEAR          PIC 9(04).
002537     05  WS-CALL-LEAP-FLAG     PIC 9(01).
002538 01  WS-MONTH-DAYS-TABLE.
002539     05  FILLER                PIC 9(02)  VALUE 31.
002540     05  FILLER                PIC 9(02)  VALUE 28.
002541     05  FILLER                PIC 9(02)  VALUE 31.
002542     05  FILLER                PIC 9(02)  VALUE 30.
002543     05  FILLER                PIC 9(02)  VALUE 31.
002544     05  FILLER                PIC 9(02)  VALUE 30.
002545     05  FILLER                PIC 9(02)  VALUE 31.
002546     05  FILLER                PIC 9(02)  VALUE 31.
002547     05  FILLER                PIC 9(02)  VALUE 30.
002548     05  FILLER                PIC 9(02)  VALUE 31.
002549     05  FILLER                PIC 9(02)  VALUE 30.
002550     05  FILLER                PIC 9(02)  VALUE 31.
002551 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002552     05  WS-MONTH-MAX-DAYS     PIC 9(02)  OCCURS 12 TIMES.
002553 01  WS-DATEVAL-RETURN-CODE    PIC 9(02).
002554     88  WS-DATE-IS-VALID               VALUE 00.
002555     88  WS-DV-AUDIT-OPEN-FAILED        VALUE 90.
002556 01  WS-ACTUAL-DAYS            PIC 9(05).
002557 01  WS-DCF-DENOMINATOR        PIC 9(03).
002558 01  WS-DCF-FRACTION           PIC 9(03)V9(08).
002559 01  WS-DAYCNT-RETURN-CODE     PIC 9(02).
002560     88  WS-DAYCNT-IS-VALID             VALUE 00.
002561     88  WS-BEGIN-AFTER-END             VALUE 90.
002570     88  WS-UNKNOWN-CONVENTION          VALUE 91.
002580     88  WS-AUDIT-LOG-OPEN-FAILED       VALUE 99.
002590 01  WS-ACCRUED-AMOUNT         PIC 9(11)V99.
002870     05  FILLER                PIC X(07)  VALUE 'ACCRUED'.
002880     05  FILLER                PIC X(06)  VALUE SPACES.
002890     05  FILLER                PIC X(04)  VALUE 'CONV'.
002895     05  FILLER                PIC X(04)  VALUE SPACES.
002900     05  FILLER                PIC X(05)  VALUE 'INDEX'.
002902     05  FILLER                PIC X(05)  VALUE SPACES.
002904     05  FILLER                PIC X(03)  VALUE 'CCY'.
002906     05  FILLER                PIC X(11)  VALUE SPACES.
002910     COPY ACCREG.
003100 01  WS-TOTAL-LINE-1.
003110     05  FILLER                PIC X(25)
003120         VALUE 'CONTROL TOTALS - READ    '.
003320         VALUE 'TOTAL FISCAL SPLIT AMOUNT'.
003330     05  TOT-SPLIT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003340     05  FILLER                PIC X(87)  VALUE SPACES.
003341 01  WS-TOTAL-LINE-6.
003342     05  FILLER                PIC X(25)
003343         VALUE 'PRIOR-PERIOD ADJUSTMENTS '.
003344     05  TOT-PPA-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003345     05  FILLER                PIC X(02)  VALUE SPACES.
003346     05  TOT-PPA-COUNT         PIC ZZZZZZZ9.
003347     05  FILLER                PIC X(07)  VALUE ' SPLITS'.
003348     05  FILLER                PIC X(70)  VALUE SPACES.
003350 PROCEDURE DIVISION.
003360*****************************************************************
003370*                                                               *
003460     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003470     STOP RUN.
003480*****************************************************************
003486*    1000-INITIALIZE - OPEN FILES, PICK UP ANY CHECKPOINT LEFT  *
003492*    BY AN ABENDED RUN, AND PRIME THE READ                      *
003500*****************************************************************
003510 1000-INITIALIZE.
003515     PERFORM 1050-READ-CHECKPOINT THRU 1050-READ-CHECKPOINT-EXIT.
003520     OPEN INPUT INSTRUMENT-FILE.
003530     IF WS-INSTR-FILE-STATUS NOT = '00'
003540         MOVE 'INSTRUMENT-FILE' TO WS-ABEND-FILE-NAME
003770     IF WS-FSPLIT-STATUS NOT = '00'
003780         MOVE 'FISCAL-SPLIT' TO WS-ABEND-FILE-NAME
003790         MOVE WS-FSPLIT-STATUS TO WS-ABEND-STATUS
003791         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003792     END-IF.
003793     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003794     PERFORM 1100-LOAD-PERIOD-STATUS
003795         THRU 1100-LOAD-PERIOD-STATUS-EXIT.
003796     IF WS-IS-RESTART
003797         PERFORM 1200-RESTART-FROM-CHECKPOINT
003798             THRU 1200-RESTART-FROM-CHECKPOINT-EXIT
003799     END-IF.
003800     PERFORM 2100-READ-INSTRUMENT THRU 2100-READ-INSTRUMENT-EXIT.
003801 1000-INITIALIZE-EXIT.
003802     EXIT.
003803*****************************************************************
003804*    1050-READ-CHECKPOINT - AN ACCCHKPT RECORD LEFT IN STATUS   *
003805*    'I' BY A RUN THAT NEVER FINISHED MAKES THIS A RESTART.  A  *
003806*    MISSING OR EMPTY ACCCHKPT, OR ONE LEFT 'C' BY A CLEAN RUN, *
003807*    IS A FRESH START                                           *
003808*****************************************************************
003809 1050-READ-CHECKPOINT.
003810     MOVE 'N' TO WS-RESTART-SWITCH.
003811     OPEN INPUT CHECKPOINT-FILE.
003812     IF WS-CHKPT-FILE-STATUS = '35'
003813         GO TO 1050-READ-CHECKPOINT-EXIT
003814     END-IF.
003815     IF WS-CHKPT-FILE-STATUS NOT = '00'
003816         MOVE 'CHECKPOINT-FILE' TO WS-ABEND-FILE-NAME
003817         MOVE WS-CHKPT-FILE-STATUS TO WS-ABEND-STATUS
003818         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003819     END-IF.
003820     READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD
003821         AT END
003822             CONTINUE
003823         NOT AT END
003824             IF CHKPT-IN-PROGRESS
003825                 MOVE 'Y' TO WS-RESTART-SWITCH
003826             END-IF
003827     END-READ.
003828     CLOSE CHECKPOINT-FILE.
003829 1050-READ-CHECKPOINT-EXIT.
003830     EXIT.
003831*****************************************************************
003832*    1100-LOAD-PERIOD-STATUS - LOAD THE PERSTAT PERIOD-STATUS   *
003833*    FILE INTO THE TABLE.  A PERIOD NOT ON THE FILE IS OPEN, SO *
003834*    A SITE WITH NO PERSTAT YET (STATUS 35) RUNS WITH EVERY     *
003835*    PERIOD OPEN AND IS WARNED ON THE JOB LOG                   *
003836*****************************************************************
003837 1100-LOAD-PERIOD-STATUS.
003838     OPEN INPUT PERIOD-STATUS-FILE.
003839     IF WS-PERSTAT-STATUS = '35'
003840         DISPLAY 'ACCRUE - NO PERSTAT FILE - ALL FISCAL PERIODS '
003841             'TREATED AS OPEN'
003842         GO TO 1100-LOAD-PERIOD-STATUS-EXIT
003843     END-IF.
003844     IF WS-PERSTAT-STATUS NOT = '00'
003845         MOVE 'PERIOD-STATUS' TO WS-ABEND-FILE-NAME
003846         MOVE WS-PERSTAT-STATUS TO WS-ABEND-STATUS
003847         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003848     END-IF.
003849     PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-LOAD-ONE-PERIOD-EXIT
003850         UNTIL WS-PERSTAT-END-OF-FILE.
003851     CLOSE PERIOD-STATUS-FILE.
003852 1100-LOAD-PERIOD-STATUS-EXIT.
003853     EXIT.
003854*****************************************************************
003855*    1110-LOAD-ONE-PERIOD                                       *
003856*****************************************************************
003857 1110-LOAD-ONE-PERIOD.
003858     READ PERIOD-STATUS-FILE
003859         AT END
003860             MOVE 'Y' TO WS-PERSTAT-EOF-SWITCH
003861             GO TO 1110-LOAD-ONE-PERIOD-EXIT
003862     END-READ.
003863     IF WS-PS-COUNT >= WS-PS-MAX-ENTRIES
003864         PERFORM 9970-ABEND-PERIOD-TABLE
003865             THRU 9970-ABEND-PERIOD-TABLE-EXIT
003866     END-IF.
003867     ADD 1 TO WS-PS-COUNT.
003868     MOVE PST-ENTITY-ID TO WS-PS-TBL-ENTITY(WS-PS-COUNT).
003869     MOVE PST-FISCAL-YEAR TO WS-PS-TBL-FY(WS-PS-COUNT).
003870     MOVE PST-FISCAL-PERIOD TO WS-PS-TBL-PER(WS-PS-COUNT).
003871     MOVE PST-STATUS TO WS-PS-TBL-STATUS(WS-PS-COUNT).
003872 1110-LOAD-ONE-PERIOD-EXIT.
003873     EXIT.
003874*****************************************************************
003875*    1200-RESTART-FROM-CHECKPOINT - REBUILD THE NEW OUTPUTS     *
003876*    FROM THE ABENDED RUN'S, EXACTLY AS THEY STOOD AT ITS LAST  *
003877*    CHECKPOINT, AND PICK UP ITS TOTALS, PAGE POSITION AND RUN  *
003878*    DATE.  ANYTHING THE ABENDED RUN WROTE AFTER THAT           *
003879*    CHECKPOINT IS LEFT BEHIND AND WRITTEN AGAIN FROM INSTRIN,  *
003880*    SO NO REGISTER, PAYMENT OR SPLIT LINE IS DUPLICATED.  THE  *
003881*    COPIES ARE FORCED TO DISK BEFORE ANY NEW INSTRUMENT, SO A  *
003882*    SECOND ABEND BEFORE THE NEXT CHECKPOINT STILL LEAVES THE   *
003883*    NEW OUTPUTS COMPLETE FOR THE NEXT RESTART TO READ BACK     *
003884*****************************************************************
003885 1200-RESTART-FROM-CHECKPOINT.
003886     DISPLAY 'ACCRUE - RESTARTING AFTER INSTRUMENT '
003887         CHKPT-INSTR-COUNT ' FROM THE CHECKPOINT OF RUN DATE '
003888         CHKPT-RUN-DATE.
003889     MOVE CHKPT-RUN-DATE TO WS-REPORT-DATE.
003890     PERFORM 1210-COPY-REGISTER THRU 1210-COPY-REGISTER-EXIT.
003891     PERFORM 1220-COPY-REJECTS THRU 1220-COPY-REJECTS-EXIT.
003892     PERFORM 1230-COPY-PAYSCHED THRU 1230-COPY-PAYSCHED-EXIT.
003893     PERFORM 1240-COPY-SPLITS THRU 1240-COPY-SPLITS-EXIT.
003894     MOVE CHKPT-INSTR-COUNT TO WS-RESTART-COUNT.
003895     PERFORM 1250-SKIP-ONE-INSTRUMENT
003896         THRU 1250-SKIP-ONE-INSTRUMENT-EXIT
003897         VARYING WS-SKIP-COUNTER FROM 1 BY 1
003898         UNTIL WS-SKIP-COUNTER > WS-RESTART-COUNT.
003899     MOVE CHKPT-CONTROL-TOTALS TO WS-CONTROL-TOTALS.
003900     MOVE CHKPT-PAY-UNRESOLVED TO WS-PAY-UNRESOLVED.
003901     MOVE CHKPT-LINE-COUNT TO WS-LINE-COUNT.
003902     MOVE CHKPT-PAGE-COUNT TO WS-PAGE-COUNT.
003903     PERFORM 2850-FLUSH-OUTPUTS THRU 2850-FLUSH-OUTPUTS-EXIT.
003911 1200-RESTART-FROM-CHECKPOINT-EXIT.
003912     EXIT.
003913*****************************************************************
003914*    1210-COPY-REGISTER - THE CHECKPOINTED REGISTER LINES.  A   *
003915*    PAGE HEADING IS WRITTEN AFRESH SO IT STILL THROWS A PAGE;  *
003916*    EVERY OTHER LINE IS COPIED AS IT STANDS                    *
003917*****************************************************************
003918 1210-COPY-REGISTER.
003919     OPEN INPUT RESTART-REGISTER.
003920     IF WS-RST-REGISTER-STATUS NOT = '00'
003921         MOVE 'RESTART-REG' TO WS-ABEND-FILE-NAME
003922         MOVE WS-RST-REGISTER-STATUS TO WS-ABEND-STATUS
003923         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003924     END-IF.
003925     MOVE CHKPT-REGISTER-COUNT TO WS-COPY-TARGET.
003926     MOVE 0 TO WS-PAGE-COUNT.
003927     PERFORM 1215-COPY-ONE-REGISTER-LINE
003928         THRU 1215-COPY-ONE-REGISTER-LINE-EXIT
003929         VARYING WS-COPY-COUNTER FROM 1 BY 1
003930         UNTIL WS-COPY-COUNTER > WS-COPY-TARGET.
003931     CLOSE RESTART-REGISTER.
003932 1210-COPY-REGISTER-EXIT.
003933     EXIT.
003934*****************************************************************
003935*    1215-COPY-ONE-REGISTER-LINE                                *
003936*****************************************************************
003937 1215-COPY-ONE-REGISTER-LINE.
003938     READ RESTART-REGISTER INTO WS-RESTART-LINE
003939         AT END
003940             MOVE 'RESTART-REG' TO WS-ABEND-FILE-NAME
003941             PERFORM 9980-ABEND-RESTART-SHORT
003942                 THRU 9980-ABEND-RESTART-SHORT-EXIT
003943     END-READ.
003944     MOVE 0 TO WS-HEADING-TALLY.
003945     INSPECT WS-RESTART-LINE TALLYING WS-HEADING-TALLY
003946         FOR ALL 'INTEREST ACCRUAL REGISTER'.
003947     IF WS-HEADING-TALLY > 0
003948         ADD 1 TO WS-PAGE-COUNT
003949         MOVE WS-REPORT-DATE TO HDG-RUN-DATE
003950         MOVE WS-PAGE-COUNT TO HDG-PAGE-NO
003951         WRITE REGISTER-PRINT-REC FROM WS-HEADING-1
003952             AFTER ADVANCING PAGE
003953     ELSE
003954         WRITE REGISTER-PRINT-REC FROM WS-RESTART-LINE
003955             AFTER ADVANCING 1 LINE
003956     END-IF.
003957     ADD 1 TO WS-REGISTER-WRITTEN.
003958 1215-COPY-ONE-REGISTER-LINE-EXIT.
003959     EXIT.
003960*****************************************************************
003961*    1220-COPY-REJECTS - THE CHECKPOINTED ACCREJ RECORDS        *
003962*****************************************************************
003963 1220-COPY-REJECTS.
003964     OPEN INPUT RESTART-REJECTS.
003965     IF WS-RST-REJECTS-STATUS NOT = '00'
003966         MOVE 'RESTART-REJECTS' TO WS-ABEND-FILE-NAME
003967         MOVE WS-RST-REJECTS-STATUS TO WS-ABEND-STATUS
003968         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003969     END-IF.
003970     MOVE CHKPT-REJECT-COUNT TO WS-COPY-TARGET.
003971     PERFORM 1225-COPY-ONE-REJECT THRU 1225-COPY-ONE-REJECT-EXIT
003972         VARYING WS-COPY-COUNTER FROM 1 BY 1
003973         UNTIL WS-COPY-COUNTER > WS-COPY-TARGET.
003974     CLOSE RESTART-REJECTS.
003975 1220-COPY-REJECTS-EXIT.
003976     EXIT.
003977*****************************************************************
003978*    1225-COPY-ONE-REJECT                                       *
003979*****************************************************************
003980 1225-COPY-ONE-REJECT.
003981     READ RESTART-REJECTS
003982         AT END
003983             MOVE 'RESTART-REJECTS' TO WS-ABEND-FILE-NAME
003984             PERFORM 9980-ABEND-RESTART-SHORT
003985                 THRU 9980-ABEND-RESTART-SHORT-EXIT
003986     END-READ.
003987     WRITE REJECT-OUT-REC FROM RESTART-REJECT-REC.
003988     ADD 1 TO WS-REJECTS-WRITTEN.
003989 1225-COPY-ONE-REJECT-EXIT.
003990     EXIT.
003991*****************************************************************
003992*    1230-COPY-PAYSCHED - THE CHECKPOINTED PAYSCHED RECORDS     *
003993*****************************************************************
003994 1230-COPY-PAYSCHED.
003995     OPEN INPUT RESTART-PAYSCHED.
003996     IF WS-RST-PAYSCHED-STATUS NOT = '00'
003997         MOVE 'RESTART-PAYSCH' TO WS-ABEND-FILE-NAME
003998         MOVE WS-RST-PAYSCHED-STATUS TO WS-ABEND-STATUS
003999         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004000     END-IF.
004001     MOVE CHKPT-PAYSCHED-COUNT TO WS-COPY-TARGET.
004002     PERFORM 1235-COPY-ONE-PAYMENT THRU 1235-COPY-ONE-PAYMENT-EXIT
004003         VARYING WS-COPY-COUNTER FROM 1 BY 1
004004         UNTIL WS-COPY-COUNTER > WS-COPY-TARGET.
004005     CLOSE RESTART-PAYSCHED.
004006 1230-COPY-PAYSCHED-EXIT.
004007     EXIT.
004008*****************************************************************
004009*    1235-COPY-ONE-PAYMENT                                      *
004010*****************************************************************
004011 1235-COPY-ONE-PAYMENT.
004012     READ RESTART-PAYSCHED
004013         AT END
004014             MOVE 'RESTART-PAYSCH' TO WS-ABEND-FILE-NAME
004015             PERFORM 9980-ABEND-RESTART-SHORT
004016                 THRU 9980-ABEND-RESTART-SHORT-EXIT
004017     END-READ.
004018     WRITE PAYSCHED-OUT-REC FROM RESTART-PAYSCHED-REC.
004019     ADD 1 TO WS-PAYSCHED-WRITTEN.
004020 1235-COPY-ONE-PAYMENT-EXIT.
004021     EXIT.
004022*****************************************************************
004023*    1240-COPY-SPLITS - THE CHECKPOINTED ACCFSP RECORDS         *
004024*****************************************************************
004025 1240-COPY-SPLITS.
004026     OPEN INPUT RESTART-SPLITS.
004027     IF WS-RST-FSPLIT-STATUS NOT = '00'
004028         MOVE 'RESTART-SPLITS' TO WS-ABEND-FILE-NAME
004029         MOVE WS-RST-FSPLIT-STATUS TO WS-ABEND-STATUS
004030         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004031     END-IF.
004032     MOVE CHKPT-SPLIT-COUNT TO WS-COPY-TARGET.
004033     PERFORM 1245-COPY-ONE-SPLIT THRU 1245-COPY-ONE-SPLIT-EXIT
004034         VARYING WS-COPY-COUNTER FROM 1 BY 1
004035         UNTIL WS-COPY-COUNTER > WS-COPY-TARGET.
004036     CLOSE RESTART-SPLITS.
004037 1240-COPY-SPLITS-EXIT.
004038     EXIT.
004039*****************************************************************
004040*    1245-COPY-ONE-SPLIT                                        *
004041*****************************************************************
004042 1245-COPY-ONE-SPLIT.
004043     READ RESTART-SPLITS
004044         AT END
004045             MOVE 'RESTART-SPLITS' TO WS-ABEND-FILE-NAME
004046             PERFORM 9980-ABEND-RESTART-SHORT
004047                 THRU 9980-ABEND-RESTART-SHORT-EXIT
004048     END-READ.
004049     WRITE FISCAL-SPLIT-REC FROM RESTART-SPLIT-REC.
004050     ADD 1 TO WS-SPLITS-WRITTEN.
004051 1245-COPY-ONE-SPLIT-EXIT.
004052     EXIT.
004053*****************************************************************
004054*    1250-SKIP-ONE-INSTRUMENT - READ PAST AN INSTRUMENT THE     *
004055*    ABENDED RUN HAD ALREADY CHECKPOINTED                       *
004056*****************************************************************
004057 1250-SKIP-ONE-INSTRUMENT.
004058     READ INSTRUMENT-FILE
004059         AT END
004060             MOVE 'INSTRUMENT-FILE' TO WS-ABEND-FILE-NAME
004061             PERFORM 9980-ABEND-RESTART-SHORT
004062                 THRU 9980-ABEND-RESTART-SHORT-EXIT
004063     END-READ.
004064 1250-SKIP-ONE-INSTRUMENT-EXIT.
004065     EXIT.
004066*****************************************************************
004067*    2000-PROCESS-INSTRUMENT - VALIDATE, ACCRUE OR REJECT ONE   *
004068*    PERIOD RECORD, THEN READ THE NEXT                          *
004069*****************************************************************
004070 2000-PROCESS-INSTRUMENT.
004071     ADD 1 TO WS-RECORDS-READ.
004072     PERFORM 2150-VALIDATE-INSTRUMENT
004073         THRU 2150-VALIDATE-INSTRUMENT-EXIT.
004074     IF WS-INSTR-IS-VALID
004075         PERFORM 2200-COMPUTE-ACCRUAL
004076             THRU 2200-COMPUTE-ACCRUAL-EXIT
004077     ELSE
004078         PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
004079     END-IF.
004080     PERFORM 2800-UPDATE-CHECKPOINT
004081         THRU 2800-UPDATE-CHECKPOINT-EXIT.
004082     PERFORM 2100-READ-INSTRUMENT THRU 2100-READ-INSTRUMENT-EXIT.
004083 2000-PROCESS-INSTRUMENT-EXIT.
004084     EXIT.
004085*****************************************************************
004086*    2100-READ-INSTRUMENT                                       *
004087*****************************************************************
004088 2100-READ-INSTRUMENT.
004089     READ INSTRUMENT-FILE
004090         AT END
004091             MOVE 'Y' TO WS-EOF-SWITCH
004100     END-READ.
004110 2100-READ-INSTRUMENT-EXIT.
004120     EXIT.
004370                 THRU 2157-VALIDATE-SPOT-DAYS-EXIT
004380         END-IF
004390         IF WS-INSTR-IS-VALID
004392             PERFORM 2158-VALIDATE-FLOATING
004394                 THRU 2158-VALIDATE-FLOATING-EXIT
004396         END-IF
004398         IF WS-INSTR-IS-VALID
004399             PERFORM 2159-VALIDATE-CURRENCY
004400                 THRU 2159-VALIDATE-CURRENCY-EXIT
004401         END-IF
004402         IF WS-INSTR-IS-VALID
004403             PERFORM 2160-VALIDATE-DATES
004410                 THRU 2160-VALIDATE-DATES-EXIT
004420         END-IF
004430     END-IF
004800     END-IF
004810     END-IF.
004820 2157-VALIDATE-SPOT-DAYS-EXIT.
004821     EXIT.
004822*****************************************************************
004823*    2158-VALIDATE-FLOATING - AN INSTRUMENT WITHOUT AN INDEX    *
004824*    CODE IS FIXED-RATE AND SKIPS THIS.  OTHERWISE SPACES IN    *
004825*    THE SPREAD MEANS NO SPREAD, ANYTHING ELSE MUST BE A SIGNED *
004826*    NUMBER, AND THE RESET FREQUENCY MUST BE ONE THE RESET      *
004827*    WALK KNOWS                                                 *
004828*****************************************************************
004829 2158-VALIDATE-FLOATING.
004830     IF INSTR-INDEX-CODE = SPACES
004831         GO TO 2158-VALIDATE-FLOATING-EXIT
004832     END-IF.
004833     IF INSTR-SPREAD-RAW = SPACES
004834         MOVE 0 TO WS-SPREAD-PCT
004835     ELSE
004836     IF INSTR-SPREAD-PCT IS NOT NUMERIC
004837         MOVE 'N' TO WS-INSTR-VALID-SWITCH
004838         MOVE 'NON-NUMERIC SPREAD' TO WS-REJECT-REASON
004839         GO TO 2158-VALIDATE-FLOATING-EXIT
004840     ELSE
004841         MOVE INSTR-SPREAD-PCT TO WS-SPREAD-PCT
004842     END-IF
004843     END-IF.
004844     MOVE 0 TO WS-RESET-MONTHS.
004845     MOVE 0 TO WS-RESET-DAYS.
004846     IF INSTR-RESET-WEEKLY
004847         MOVE 7 TO WS-RESET-DAYS
004848     ELSE
004849     IF INSTR-RESET-MONTHLY
004850         MOVE 1 TO WS-RESET-MONTHS
004851     ELSE
004852     IF INSTR-RESET-QUARTERLY
004853         MOVE 3 TO WS-RESET-MONTHS
004854     ELSE
004855     IF INSTR-RESET-SEMI-ANNUAL
004856         MOVE 6 TO WS-RESET-MONTHS
004857     ELSE
004858     IF INSTR-RESET-ANNUAL
004859         MOVE 12 TO WS-RESET-MONTHS
004860     ELSE
004861     IF NOT INSTR-RESET-AT-BEGIN
004862         MOVE 'N' TO WS-INSTR-VALID-SWITCH
004863         MOVE 'INVALID RESET FREQUENCY' TO WS-REJECT-REASON
004864     END-IF
004865     END-IF
004866     END-IF
004867     END-IF
004868     END-IF
004869     END-IF.
004870 2158-VALIDATE-FLOATING-EXIT.
004871     EXIT.
004872*****************************************************************
004873*    2159-VALIDATE-CURRENCY - SPACES IS USD SO EXISTING INPUT   *
004874*    FILES KEEP RUNNING; ANYTHING ELSE MUST BE AN ALPHABETIC    *
004875*    ISO CODE                                                   *
004876*****************************************************************
004877 2159-VALIDATE-CURRENCY.
004878     MOVE INSTR-CCY-CODE TO WS-CCY-CODE.
004879     IF WS-CCY-CODE = SPACES
004880         MOVE WS-HOME-CCY-CODE TO WS-CCY-CODE
004881     END-IF.
004882     IF WS-CCY-CODE IS NOT ALPHABETIC-UPPER
004883         MOVE 'N' TO WS-INSTR-VALID-SWITCH
004884         MOVE 'INVALID CURRENCY CODE' TO WS-REJECT-REASON
004885     END-IF.
004886 2159-VALIDATE-CURRENCY-EXIT.
004887     EXIT.
004888*****************************************************************
004889*    2160-VALIDATE-DATES - DATEVAL EACH PERIOD DATE SO A        *
004890*    NONSENSE DATE (FEB 30, MONTH 13) IS REJECTED WITH A        *
004891*    REASON INSTEAD OF FEEDING DAYCNT A PERIOD IT WILL TAKE     *
004892*    AT FACE VALUE                                              *
004893*****************************************************************
004900 2160-VALIDATE-DATES.
004910     MOVE INSTR-BEGIN-DATE TO WS-BEGIN-DATE.
004920     MOVE INSTR-END-DATE TO WS-END-DATE.
005460         PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
005470     ELSE
005480         PERFORM 2250-CHECK-ENTITY THRU 2250-CHECK-ENTITY-EXIT
005481         IF WS-INSTR-IS-VALID
005482                 AND INSTR-INDEX-CODE NOT = SPACES
005483             PERFORM 2700-PRICE-FLOATING
005484                 THRU 2700-PRICE-FLOATING-EXIT
005485         END-IF
005486         IF WS-INSTR-IS-VALID
005487                 AND INSTR-ENTITY-ID NOT = SPACES
005488             PERFORM 2480-BUILD-FISCAL-BUCKETS
005489                 THRU 2480-BUILD-FISCAL-BUCKETS-EXIT
005490         END-IF
005491         IF WS-INSTR-IS-INVALID
005500             PERFORM 2600-WRITE-REJECT
005510                 THRU 2600-WRITE-REJECT-EXIT
005520         ELSE
005522             IF INSTR-INDEX-CODE = SPACES
005524                 COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
005526                     INSTR-PRINCIPAL * (INSTR-RATE-PCT / 100)
005528                     * WS-DCF-FRACTION
005530                 PERFORM 2300-WRITE-DETAIL
005532                     THRU 2300-WRITE-DETAIL-EXIT
005534             ELSE
005536                 MOVE 0 TO WS-ACCRUED-AMOUNT
005538                 PERFORM 2310-WRITE-SUB-DETAIL
005540                     THRU 2310-WRITE-SUB-DETAIL-EXIT
005542                     VARYING WS-SUB-IX FROM 1 BY 1
005544                     UNTIL WS-SUB-IX > WS-SUB-COUNT
005546             END-IF
005560             ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-ACCRUED
005570             ADD 1 TO WS-RECORDS-ACCRUED
005600             IF INSTR-CAL-ID NOT = SPACES
005610                 PERFORM 2400-WRITE-PAY-SCHED
005620                     THRU 2400-WRITE-PAY-SCHED-EXIT
006160     MOVE INSTR-RATE-PCT TO DET-RATE-PCT.
006170     MOVE WS-ACCRUED-AMOUNT TO DET-ACCRUED.
006180     MOVE WS-DCC-CODE TO DET-DCC-CODE.
006185     MOVE WS-CCY-CODE TO DET-CCY-CODE.
006190     WRITE REGISTER-PRINT-REC FROM WS-DETAIL-LINE
006200         AFTER ADVANCING 1 LINE.
006210     ADD 1 TO WS-LINE-COUNT.
006215     ADD 1 TO WS-REGISTER-WRITTEN.
006220 2300-WRITE-DETAIL-EXIT.
006221     EXIT.
006222*****************************************************************
006223*    2310-WRITE-SUB-DETAIL - ONE REGISTER LINE PER RESET SUB-   *
006224*    PERIOD OF A FLOATING-RATE PERIOD, SHOWING THE INDEX AND    *
006225*    THE ALL-IN RATE (FIXING PLUS SPREAD) THAT PRICED IT.  THE  *
006226*    SUB-PERIOD AMOUNTS ADD UP TO THE PERIOD'S ACCRUED AMOUNT   *
006227*****************************************************************
006228 2310-WRITE-SUB-DETAIL.
006229     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006230         PERFORM 3000-PRINT-HEADINGS
006231             THRU 3000-PRINT-HEADINGS-EXIT
006232     END-IF.
006233     MOVE SPACES TO WS-DETAIL-LINE.
006234     MOVE INSTR-ID TO DET-INSTR-ID.
006235     MOVE WS-SUB-BEGIN(WS-SUB-IX) TO DET-BEGIN-DATE.
006236     MOVE WS-SUB-END(WS-SUB-IX) TO DET-END-DATE.
006237     MOVE WS-SUB-DAYS(WS-SUB-IX) TO DET-ACTUAL-DAYS.
006238     MOVE WS-SUB-FRACTION(WS-SUB-IX) TO DET-DCF-FRACTION.
006239     MOVE INSTR-PRINCIPAL TO DET-PRINCIPAL.
006240     MOVE WS-SUB-RATE-PCT(WS-SUB-IX) TO DET-RATE-PCT.
006241     MOVE WS-SUB-AMOUNT(WS-SUB-IX) TO DET-ACCRUED.
006242     MOVE WS-DCC-CODE TO DET-DCC-CODE.
006243     MOVE INSTR-INDEX-CODE TO DET-INDEX-CODE.
006244     MOVE WS-CCY-CODE TO DET-CCY-CODE.
006245     WRITE REGISTER-PRINT-REC FROM WS-DETAIL-LINE
006246         AFTER ADVANCING 1 LINE.
006247     ADD 1 TO WS-LINE-COUNT.
006248     ADD 1 TO WS-REGISTER-WRITTEN.
006249     ADD WS-SUB-AMOUNT(WS-SUB-IX) TO WS-ACCRUED-AMOUNT.
006250 2310-WRITE-SUB-DETAIL-EXIT.
006251     EXIT.
006252*****************************************************************
006253*    2400-WRITE-PAY-SCHED - ONE PAYSCHED RECORD PER ACCRUED     *
006260*    PERIOD WITH A CALENDAR ID.  THE CONTRACTUAL PAYMENT DATE   *
006270*    IS THE PERIOD END PLUS SPOT CALENDAR DAYS (JULDAY FORWARD, *
006280*    JULGREG BACK) AND THE ROLLED DATE COMES FROM MODFOLL'S     *
006590     MOVE WS-CPAY-DATE TO PAY-CONTRACT-DATE.
006600     MOVE WS-RPAY-DATE TO PAY-ROLLED-DATE.
006610     MOVE INSTR-CAL-ID TO PAY-CAL-ID.
006615     MOVE INSTR-BEGIN-DATE TO PAY-PERIOD-BEGIN.
006617     MOVE WS-CCY-CODE TO PAY-CCY-CODE.
006620     WRITE PAYSCHED-OUT-REC.
006625     ADD 1 TO WS-PAYSCHED-WRITTEN.
006630 2400-WRITE-PAY-SCHED-EXIT.
006640     EXIT.
006650*****************************************************************
006651*    2480-BUILD-FISCAL-BUCKETS - BUCKET THE ACCRUAL PERIOD'S    *
006652*    DAYS BY FISCAL YEAR/PERIOD BEFORE ANYTHING IS WRITTEN.     *
006653*    THE PERIOD IS WALKED DAY BY DAY (BEGIN INCLUSIVE, END      *
006654*    EXCLUSIVE - THE SAME DAYS DAYCNT COUNTS) THROUGH FISCYR,   *
006655*    SO A 4-4-5 BOUNDARY LANDS EXACTLY WHERE THE MAPPER PUTS    *
006656*    IT; A ZERO-DAY PERIOD IS ONE BUCKET IN THE BEGIN DATE'S    *
006657*    PERIOD.  EACH BUCKET IS THEN CHECKED AGAINST PERSTAT, SO A *
006658*    LOCKED PERIOD REJECTS THE RECORD BEFORE ITS REGISTER,      *
006659*    PAYSCHED, AND SPLIT LINES EXIST                            *
006660*****************************************************************
006661 2480-BUILD-FISCAL-BUCKETS.
006662     MOVE 0 TO WS-FSP-COUNT.
006663     IF WS-ACTUAL-DAYS = 0
006664         MOVE 1 TO WS-FSP-COUNT
006665         MOVE WS-FY-YEAR TO WS-FSP-TBL-FY(1)
006666         MOVE WS-FY-PERIOD TO WS-FSP-TBL-PER(1)
006667         MOVE 0 TO WS-FSP-TBL-DAYS(1)
006668     ELSE
006669         CALL 'JULDAY' USING WS-BEGIN-DATE, WS-JULIAN-NUM
006670         MOVE WS-JULIAN-NUM TO WS-SPLIT-START-JD
006671         PERFORM 2510-WALK-ONE-DAY THRU 2510-WALK-ONE-DAY-EXIT
006672             VARYING WS-DAY-IX FROM 0 BY 1
006673             UNTIL WS-DAY-IX >= WS-ACTUAL-DAYS
006674     END-IF.
006675     PERFORM 2490-CHECK-PERIOD-STATUS
006676         THRU 2490-CHECK-PERIOD-STATUS-EXIT
006677         VARYING WS-FSP-IX FROM 1 BY 1
006678         UNTIL WS-FSP-IX > WS-FSP-COUNT
006679            OR WS-INSTR-IS-INVALID.
006680 2480-BUILD-FISCAL-BUCKETS-EXIT.
006681     EXIT.
006682*****************************************************************
006683*    2490-CHECK-PERIOD-STATUS - ONE BUCKET AGAINST PERSTAT.  AN *
006684*    OPEN PERIOD, OR ONE NOT ON THE FILE, POSTS WHERE IT FALLS. *
006685*    A CLOSED PERIOD POSTS TO THE ENTITY'S CURRENT OPEN PERIOD  *
006686*    (ITS EARLIEST OPEN PERIOD ON FILE) AS A PRIOR-PERIOD       *
006687*    ADJUSTMENT, OR REJECTS WHEN THE ENTITY HAS NO OPEN PERIOD. *
006688*    A LOCKED PERIOD REJECTS                                    *
006689*****************************************************************
006690 2490-CHECK-PERIOD-STATUS.
006691     MOVE WS-FSP-TBL-FY(WS-FSP-IX)
006692         TO WS-FSP-TBL-POST-FY(WS-FSP-IX).
006693     MOVE WS-FSP-TBL-PER(WS-FSP-IX)
006694         TO WS-FSP-TBL-POST-PER(WS-FSP-IX).
006695     MOVE SPACE TO WS-FSP-TBL-ADJ(WS-FSP-IX).
006696     MOVE 0 TO WS-PS-HIT-IX.
006697     PERFORM 2492-MATCH-PERIOD THRU 2492-MATCH-PERIOD-EXIT
006698         VARYING WS-PS-IX FROM 1 BY 1
006699         UNTIL WS-PS-IX > WS-PS-COUNT
006700            OR WS-PS-HIT-IX > 0.
006701     IF WS-PS-HIT-IX = 0
006702         GO TO 2490-CHECK-PERIOD-STATUS-EXIT
006703     END-IF.
006704     IF WS-PS-TBL-IS-LOCKED(WS-PS-HIT-IX)
006705         MOVE 'N' TO WS-INSTR-VALID-SWITCH
006706         MOVE 'FISCAL PERIOD LOCKED' TO WS-REJECT-REASON
006707         GO TO 2490-CHECK-PERIOD-STATUS-EXIT
006708     END-IF.
006709     IF NOT WS-PS-TBL-IS-CLOSED(WS-PS-HIT-IX)
006710         GO TO 2490-CHECK-PERIOD-STATUS-EXIT
006711     END-IF.
006712     MOVE 0 TO WS-PS-OPEN-IX.
006713     PERFORM 2494-FIND-OPEN-PERIOD THRU 2494-FIND-OPEN-PERIOD-EXIT
006714         VARYING WS-PS-IX FROM 1 BY 1
006715         UNTIL WS-PS-IX > WS-PS-COUNT.
006716     IF WS-PS-OPEN-IX = 0
006717         MOVE 'N' TO WS-INSTR-VALID-SWITCH
006718         MOVE 'NO OPEN FISCAL PERIOD' TO WS-REJECT-REASON
006719         GO TO 2490-CHECK-PERIOD-STATUS-EXIT
006720     END-IF.
006721     MOVE WS-PS-TBL-FY(WS-PS-OPEN-IX)
006722         TO WS-FSP-TBL-POST-FY(WS-FSP-IX).
006723     MOVE WS-PS-TBL-PER(WS-PS-OPEN-IX)
006724         TO WS-FSP-TBL-POST-PER(WS-FSP-IX).
006725     MOVE 'A' TO WS-FSP-TBL-ADJ(WS-FSP-IX).
006726 2490-CHECK-PERIOD-STATUS-EXIT.
006727     EXIT.
006728*****************************************************************
006729*    2492-MATCH-PERIOD                                          *
006730*****************************************************************
006731 2492-MATCH-PERIOD.
006732     IF WS-PS-TBL-ENTITY(WS-PS-IX) = INSTR-ENTITY-ID
006733             AND WS-PS-TBL-FY(WS-PS-IX) = WS-FSP-TBL-FY(WS-FSP-IX)
006734             AND WS-PS-TBL-PER(WS-PS-IX)
006735                 = WS-FSP-TBL-PER(WS-FSP-IX)
006736         MOVE WS-PS-IX TO WS-PS-HIT-IX
006737     END-IF.
006738 2492-MATCH-PERIOD-EXIT.
006739     EXIT.
006740*****************************************************************
006741*    2494-FIND-OPEN-PERIOD - KEEP THE EARLIEST OPEN PERIOD OF   *
006742*    THE INSTRUMENT'S ENTITY IN WS-PS-OPEN-IX                   *
006743*****************************************************************
006744 2494-FIND-OPEN-PERIOD.
006745     IF WS-PS-TBL-ENTITY(WS-PS-IX) NOT = INSTR-ENTITY-ID
006746             OR NOT WS-PS-TBL-IS-OPEN(WS-PS-IX)
006747         GO TO 2494-FIND-OPEN-PERIOD-EXIT
006748     END-IF.
006749     IF WS-PS-OPEN-IX = 0
006750         MOVE WS-PS-IX TO WS-PS-OPEN-IX
006751         GO TO 2494-FIND-OPEN-PERIOD-EXIT
006752     END-IF.
006753     IF WS-PS-TBL-FYPER(WS-PS-IX) < WS-PS-TBL-FYPER(WS-PS-OPEN-IX)
006754         MOVE WS-PS-IX TO WS-PS-OPEN-IX
006755     END-IF.
006756 2494-FIND-OPEN-PERIOD-EXIT.
006757     EXIT.
006758*****************************************************************
006759*    2500-WRITE-FISCAL-SPLITS - APPORTION THE ACCRUED AMOUNT    *
006760*    ACROSS THE FISCAL PERIOD BUCKETS 2480 BUILT, BY DAYS IN    *
006761*    EACH.  THE LAST SPLIT TAKES THE ROUNDING REMAINDER SO THE  *
006762*    SPLITS SUM BACK TO THE REGISTER AMOUNT TO THE PENNY.  A    *
006763*    BLANK ENTITY WRITES ONE UNSPLIT LINE SO THE FILE STILL     *
006764*    TOTALS TO THE REGISTER                                     *
006765*****************************************************************
006766 2500-WRITE-FISCAL-SPLITS.
006770     IF INSTR-ENTITY-ID = SPACES
006780         MOVE SPACES TO FISCAL-SPLIT-REC
006790         MOVE INSTR-ID TO FSP-INSTR-ID
006820         MOVE ZEROES TO FSP-FISCAL-PERIOD
006830         MOVE WS-ACTUAL-DAYS TO FSP-DAYS
006840         MOVE WS-ACCRUED-AMOUNT TO FSP-AMOUNT
006842         MOVE SPACE TO FSP-ADJ-FLAG
006844         MOVE ZEROES TO FSP-ORIG-FISCAL-YEAR
006846         MOVE ZEROES TO FSP-ORIG-FISCAL-PERIOD
006848         MOVE WS-CCY-CODE TO FSP-CCY-CODE
006850         WRITE FISCAL-SPLIT-REC
006855         ADD 1 TO WS-SPLITS-WRITTEN
006860         ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-SPLIT
006870         GO TO 2500-WRITE-FISCAL-SPLITS-EXIT
006880     END-IF.
007070     MOVE 0 TO WS-SPLIT-ASSIGNED.
007080     PERFORM 2520-WRITE-ONE-SPLIT THRU 2520-WRITE-ONE-SPLIT-EXIT
007090         VARYING WS-FSP-IX FROM 1 BY 1
007620*    THE ASSIGNED TOTAL CAN NEVER OVERSHOOT THE ACCRUED AMOUNT  *
007630*    AND THE LAST BUCKET'S REMAINDER CAN NEVER GO NEGATIVE;     *
007640*    THE LAST TAKES WHATEVER REMAINS SO THE SPLITS SUM BACK     *
007645*    EXACTLY.  A BUCKET REDIRECTED OUT OF A CLOSED PERIOD POSTS *
007650*    TO ITS OPEN PERIOD, FLAGGED, WITH THE PERIOD ITS DAYS      *
007655*    BELONG TO KEPT AS THE ORIGINAL YEAR/PERIOD                 *
007660*****************************************************************
007670 2520-WRITE-ONE-SPLIT.
007680     IF WS-FSP-IX = WS-FSP-COUNT
007770     MOVE SPACES TO FISCAL-SPLIT-REC.
007780     MOVE INSTR-ID TO FSP-INSTR-ID.
007790     MOVE INSTR-ENTITY-ID TO FSP-ENTITY-ID.
007800     MOVE WS-FSP-TBL-POST-FY(WS-FSP-IX) TO FSP-FISCAL-YEAR.
007810     MOVE WS-FSP-TBL-POST-PER(WS-FSP-IX) TO FSP-FISCAL-PERIOD.
007820     MOVE WS-FSP-TBL-DAYS(WS-FSP-IX) TO FSP-DAYS.
007830     MOVE WS-SPLIT-AMOUNT TO FSP-AMOUNT.
007831     MOVE WS-FSP-TBL-ADJ(WS-FSP-IX) TO FSP-ADJ-FLAG.
007832     IF FSP-IS-PRIOR-PERIOD-ADJ
007833         MOVE WS-FSP-TBL-FY(WS-FSP-IX) TO FSP-ORIG-FISCAL-YEAR
007834         MOVE WS-FSP-TBL-PER(WS-FSP-IX) TO FSP-ORIG-FISCAL-PERIOD
007835         ADD 1 TO WS-PPA-COUNT
007836         ADD WS-SPLIT-AMOUNT TO WS-TOTAL-PPA
007837     ELSE
007838         MOVE ZEROES TO FSP-ORIG-FISCAL-YEAR
007839         MOVE ZEROES TO FSP-ORIG-FISCAL-PERIOD
007840     END-IF.
007841     MOVE WS-CCY-CODE TO FSP-CCY-CODE.
007842     WRITE FISCAL-SPLIT-REC.
007846     ADD 1 TO WS-SPLITS-WRITTEN.
007850     ADD WS-SPLIT-AMOUNT TO WS-TOTAL-SPLIT.
007860 2520-WRITE-ONE-SPLIT-EXIT.
007870     EXIT.
007910 2600-WRITE-REJECT.
007920     MOVE SPACES TO REJECT-OUT-REC.
007930     MOVE INSTR-ID-RAW TO REJ-INSTR-ID.
007931     MOVE INSTR-BEGIN-RAW TO REJ-BEGIN-DATE.
007932     MOVE INSTR-END-RAW TO REJ-END-DATE.
007933     MOVE WS-REJECT-REASON TO REJ-REASON.
007934     WRITE REJECT-OUT-REC.
007935     ADD 1 TO WS-REJECTS-WRITTEN.
007936     ADD 1 TO WS-RECORDS-REJECTED.
007937 2600-WRITE-REJECT-EXIT.
007938     EXIT.
007939*****************************************************************
007940*    2700-PRICE-FLOATING - CUT A FLOATING-RATE PERIOD AT ITS    *
007941*    RESET DATES, FIND EACH SUB-PERIOD'S INDEX FIXING, AND      *
007942*    PRICE EACH SUB-PERIOD THROUGH DAYCNT UNDER THE             *
007943*    INSTRUMENT'S CONVENTION.  EVERYTHING IS PRICED INTO THE    *
007944*    SUB-PERIOD TABLE BEFORE ANYTHING IS WRITTEN, SO A MISSING  *
007945*    FIXING REJECTS THE WHOLE PERIOD CLEANLY INSTEAD OF LEAVING *
007946*    HALF A PERIOD ON THE REGISTER                              *
007947*****************************************************************
007948 2700-PRICE-FLOATING.
007949     IF NOT WS-RATE-HIST-LOADED
007950         PERFORM 2750-LOAD-RATE-HISTORY
007951             THRU 2750-LOAD-RATE-HISTORY-EXIT
007952     END-IF.
007953     CALL 'JULDAY' USING WS-BEGIN-DATE, WS-JULIAN-NUM.
007954     MOVE WS-JULIAN-NUM TO WS-PERIOD-BEGIN-JD.
007955     CALL 'JULDAY' USING WS-END-DATE, WS-JULIAN-NUM.
007956     MOVE WS-JULIAN-NUM TO WS-PERIOD-END-JD.
007957     MOVE 1 TO WS-SUB-COUNT.
007958     MOVE WS-BEGIN-DATE TO WS-SUB-BEGIN(1).
007959     MOVE WS-END-DATE TO WS-SUB-END(1).
007960     MOVE 'N' TO WS-RESET-DONE-SWITCH.
007961     IF WS-RESET-MONTHS = 0 AND WS-RESET-DAYS = 0
007962         MOVE 'Y' TO WS-RESET-DONE-SWITCH
007963     END-IF.
007964     MOVE 0 TO WS-RESET-STEP.
007965     PERFORM 2710-NEXT-RESET-DATE THRU 2710-NEXT-RESET-DATE-EXIT
007966         UNTIL WS-RESETS-ARE-DONE.
007967     PERFORM 2720-PRICE-ONE-SUB-PERIOD
007968         THRU 2720-PRICE-ONE-SUB-PERIOD-EXIT
007969         VARYING WS-SUB-IX FROM 1 BY 1
007970         UNTIL WS-SUB-IX > WS-SUB-COUNT
007971            OR WS-INSTR-IS-INVALID.
007972 2700-PRICE-FLOATING-EXIT.
007973     EXIT.
007974*****************************************************************
007975*    2710-NEXT-RESET-DATE - THE WS-RESET-STEP'TH RESET AFTER    *
007976*    THE PERIOD BEGIN.  WEEKLY RESETS STEP SEVEN DAYS; MONTHLY  *
007977*    AND LONGER STEP THE BEGIN MONTH BY THE FREQUENCY, WITH THE *
007978*    BEGIN DAY CLAMPED TO THE MONTH'S LENGTH (LEAP-AWARE FOR    *
007979*    FEBRUARY VIA LEAP, THE SAME WAY SCHEDGEN RESOLVES ITS      *
007980*    BOUNDARIES).  A RESET ON OR AFTER THE PERIOD END CLOSES    *
007981*    THE WALK; ANY OTHER CLOSES THE CURRENT SUB-PERIOD AND      *
007982*    OPENS THE NEXT                                             *
007983*****************************************************************
007984 2710-NEXT-RESET-DATE.
007985     ADD 1 TO WS-RESET-STEP.
007986     IF WS-RESET-DAYS > 0
007987         COMPUTE WS-RESET-JD = WS-PERIOD-BEGIN-JD
007988             + (WS-RESET-STEP * WS-RESET-DAYS)
007989     ELSE
007990         COMPUTE WS-RESET-MM =
007991             WS-BEGIN-MM + (WS-RESET-STEP * WS-RESET-MONTHS)
007992         MOVE WS-BEGIN-CCYY TO WS-RESET-CCYY
007993         PERFORM 2715-NORMALIZE-MONTH
007994             THRU 2715-NORMALIZE-MONTH-EXIT
007995             UNTIL WS-RESET-MM <= 12
007996         PERFORM 2718-CLAMP-RESET-DAY
007997             THRU 2718-CLAMP-RESET-DAY-EXIT
007998     END-IF.
007999     IF WS-RESET-JD >= WS-PERIOD-END-JD
008000         MOVE 'Y' TO WS-RESET-DONE-SWITCH
008001         GO TO 2710-NEXT-RESET-DATE-EXIT
008002     END-IF.
008003     IF WS-SUB-COUNT >= WS-SUB-MAX-ENTRIES
008004         PERFORM 9960-ABEND-RESET-TABLE
008005             THRU 9960-ABEND-RESET-TABLE-EXIT
008006     END-IF.
008007     MOVE WS-RESET-JD TO WS-JULIAN-NUM.
008008     CALL 'JULGREG' USING WS-JULIAN-NUM, WS-RESET-DATE,
008009         WS-JULGREG-RETURN-CODE.
008010     MOVE WS-RESET-DATE TO WS-SUB-END(WS-SUB-COUNT).
008011     ADD 1 TO WS-SUB-COUNT.
008012     MOVE WS-RESET-DATE TO WS-SUB-BEGIN(WS-SUB-COUNT).
008013     MOVE WS-END-DATE TO WS-SUB-END(WS-SUB-COUNT).
008014 2710-NEXT-RESET-DATE-EXIT.
008015     EXIT.
008016*****************************************************************
008017*    2715-NORMALIZE-MONTH - FOLD A MONTH PAST DECEMBER INTO     *
008018*    THE FOLLOWING YEAR                                         *
008019*****************************************************************
008020 2715-NORMALIZE-MONTH.
008021     SUBTRACT 12 FROM WS-RESET-MM.
008022     ADD 1 TO WS-RESET-CCYY.
008023 2715-NORMALIZE-MONTH-EXIT.
008024     EXIT.
008025*****************************************************************
008026*    2716-BACK-UP-MONTH - FOLD A MONTH BEFORE JANUARY INTO THE  *
008027*    PRECEDING YEAR                                             *
008028*****************************************************************
008029 2716-BACK-UP-MONTH.
008030     ADD 12 TO WS-RESET-MM.
008031     SUBTRACT 1 FROM WS-RESET-CCYY.
008032 2716-BACK-UP-MONTH-EXIT.
008033     EXIT.
008034*****************************************************************
008035*    2718-CLAMP-RESET-DAY - BUILD THE RESET DATE FOR            *
008036*    WS-RESET-CCYY/MM ON THE BEGIN DAY, CLAMPED TO THE MONTH'S  *
008037*    LENGTH (LEAP-AWARE FOR FEBRUARY VIA LEAP), AND ITS JULIAN  *
008038*    DAY IN WS-RESET-JD                                         *
008039*****************************************************************
008040 2718-CLAMP-RESET-DAY.
008041     MOVE WS-MONTH-MAX-DAYS(WS-RESET-MM) TO WS-RESET-DD.
008042     IF WS-RESET-MM = 2
008043         MOVE WS-RESET-CCYY TO WS-CALL-YEAR
008044         CALL 'LEAP' USING WS-CALL-YEAR, WS-CALL-LEAP-FLAG
008045         IF WS-CALL-LEAP-FLAG = 1
008046             MOVE 29 TO WS-RESET-DD
008047         END-IF
008048     END-IF.
008049     IF WS-BEGIN-DD < WS-RESET-DD
008050         MOVE WS-BEGIN-DD TO WS-RESET-DD
008051     END-IF.
008052     MOVE WS-RESET-CCYY TO WS-RSET-CCYY.
008053     MOVE WS-RESET-MM TO WS-RSET-MM.
008054     MOVE WS-RESET-DD TO WS-RSET-DD.
008055     CALL 'JULDAY' USING WS-RESET-DATE, WS-JULIAN-NUM.
008056     MOVE WS-JULIAN-NUM TO WS-RESET-JD.
008057 2718-CLAMP-RESET-DAY-EXIT.
008058     EXIT.
008059*****************************************************************
008060*    2720-PRICE-ONE-SUB-PERIOD - FIND THE FIXING FOR THE        *
008061*    SUB-PERIOD'S RESET DATE: THE LATEST RATEHIST ENTRY FOR THE *
008062*    INDEX DATED ON OR BEFORE THE RESET AND AFTER THE PREVIOUS  *
008063*    RESET BOUNDARY (THE PRIOR SUB-PERIOD'S BEGIN, OR FOR THE   *
008064*    FIRST SUB-PERIOD THE PERIOD BEGIN LESS ONE RESET           *
008065*    INTERVAL).  A RESET ON A WEEKEND OR HOLIDAY STILL FINDS    *
008066*    THE LAST BUSINESS-DAY FIXING, BUT A FIXING FROM AN EARLIER *
008067*    INTERVAL IS STALE AND IS NOT USED.  ADD THE SPREAD AND     *
008068*    PRICE THE SUB-PERIOD THROUGH DAYCNT.  NO FIXING INSIDE THE *
008069*    INTERVAL, OR AN ALL-IN RATE BELOW ZERO, REJECTS THE PERIOD *
008070*****************************************************************
008071 2720-PRICE-ONE-SUB-PERIOD.
008072     IF WS-SUB-IX = 1
008073         PERFORM 2722-SET-FIRST-FLOOR
008074             THRU 2722-SET-FIRST-FLOOR-EXIT
008075     ELSE
008076         MOVE WS-SUB-BEGIN(WS-SUB-IX - 1) TO WS-RH-FLOOR-DATE
008077     END-IF.
008078     MOVE 0 TO WS-RH-HIT-IX.
008079     MOVE 0 TO WS-RH-HIT-DATE.
008080     PERFORM 2725-MATCH-FIXING THRU 2725-MATCH-FIXING-EXIT
008081         VARYING WS-RH-IX FROM 1 BY 1
008082         UNTIL WS-RH-IX > WS-RH-COUNT.
008083     IF WS-RH-HIT-IX = 0
008084         MOVE 'N' TO WS-INSTR-VALID-SWITCH
008085         MOVE 'NO INDEX FIXING FOR RESET DATE' TO WS-REJECT-REASON
008086         GO TO 2720-PRICE-ONE-SUB-PERIOD-EXIT
008087     END-IF.
008088     COMPUTE WS-SUB-RATE-PCT(WS-SUB-IX) =
008089         WS-RH-TBL-RATE(WS-RH-HIT-IX) + WS-SPREAD-PCT.
008090     IF WS-SUB-RATE-PCT(WS-SUB-IX) < 0
008091         MOVE 'N' TO WS-INSTR-VALID-SWITCH
008092         MOVE 'ALL-IN FLOATING RATE NEGATIVE' TO WS-REJECT-REASON
008093         GO TO 2720-PRICE-ONE-SUB-PERIOD-EXIT
008094     END-IF.
008095     MOVE WS-SUB-BEGIN(WS-SUB-IX) TO WS-RESET-DATE.
008096     MOVE WS-SUB-END(WS-SUB-IX) TO WS-SUBEND-DATE.
008097     CALL 'DAYCNT' USING WS-RESET-DATE, WS-SUBEND-DATE,
008098         WS-DCC-CODE,
008099         WS-SUB-ACTUAL-DAYS, WS-SUB-DCF-DENOMINATOR,
008100         WS-SUB-DCF-FRACTION, WS-DAYCNT-RETURN-CODE.
008101     IF WS-AUDIT-LOG-OPEN-FAILED
008102         PERFORM 9910-ABEND-AUDIT-LOG
008103             THRU 9910-ABEND-AUDIT-LOG-EXIT
008104     END-IF.
008105     MOVE WS-SUB-ACTUAL-DAYS TO WS-SUB-DAYS(WS-SUB-IX).
008106     MOVE WS-SUB-DCF-FRACTION TO WS-SUB-FRACTION(WS-SUB-IX).
008107     COMPUTE WS-SUB-AMOUNT(WS-SUB-IX) ROUNDED =
008108         INSTR-PRINCIPAL * (WS-SUB-RATE-PCT(WS-SUB-IX) / 100)
008109         * WS-SUB-DCF-FRACTION.
008110 2720-PRICE-ONE-SUB-PERIOD-EXIT.
008111     EXIT.
008112*****************************************************************
008113*    2722-SET-FIRST-FLOOR - THE RESET BOUNDARY BEFORE THE FIRST *
008114*    SUB-PERIOD: THE PERIOD BEGIN LESS ONE RESET INTERVAL.      *
008115*    WEEKLY STEPS BACK SEVEN DAYS; MONTHLY AND LONGER STEP THE  *
008116*    BEGIN MONTH BACK BY THE FREQUENCY WITH THE DAY CLAMPED AS  *
008117*    2710 CLAMPS IT.  A RESET-AT-BEGIN INSTRUMENT RESETS ONCE A *
008118*    PERIOD, SO ITS INTERVAL IS THE PERIOD'S OWN LENGTH         *
008119*****************************************************************
008120 2722-SET-FIRST-FLOOR.
008121     IF WS-RESET-DAYS > 0
008122         COMPUTE WS-RH-FLOOR-JD = WS-PERIOD-BEGIN-JD
008123             - WS-RESET-DAYS
008124     ELSE
008125     IF WS-RESET-MONTHS = 0
008126         COMPUTE WS-RH-FLOOR-JD = WS-PERIOD-BEGIN-JD
008127             - (WS-PERIOD-END-JD - WS-PERIOD-BEGIN-JD)
008128     ELSE
008129         COMPUTE WS-RESET-MM = WS-BEGIN-MM - WS-RESET-MONTHS
008130         MOVE WS-BEGIN-CCYY TO WS-RESET-CCYY
008131         PERFORM 2716-BACK-UP-MONTH
008132             THRU 2716-BACK-UP-MONTH-EXIT
008133             UNTIL WS-RESET-MM >= 1
008134         PERFORM 2718-CLAMP-RESET-DAY
008135             THRU 2718-CLAMP-RESET-DAY-EXIT
008136         MOVE WS-RESET-JD TO WS-RH-FLOOR-JD
008137     END-IF
008138     END-IF.
008139     MOVE WS-RH-FLOOR-JD TO WS-JULIAN-NUM.
008140     CALL 'JULGREG' USING WS-JULIAN-NUM, WS-RESET-DATE,
008141         WS-JULGREG-RETURN-CODE.
008142     MOVE WS-RESET-DATE TO WS-RH-FLOOR-DATE.
008143 2722-SET-FIRST-FLOOR-EXIT.
008144     EXIT.
008145*****************************************************************
008146*    2725-MATCH-FIXING - KEEP THE LATEST FIXING FOR THE INDEX   *
008147*    DATED AFTER WS-RH-FLOOR-DATE AND ON OR BEFORE THE          *
008148*    SUB-PERIOD'S RESET DATE                                    *
008149*****************************************************************
008150 2725-MATCH-FIXING.
008151     IF WS-RH-TBL-INDEX(WS-RH-IX) = INSTR-INDEX-CODE
008152             AND WS-RH-TBL-DATE(WS-RH-IX)
008153                 <= WS-SUB-BEGIN(WS-SUB-IX)
008154             AND WS-RH-TBL-DATE(WS-RH-IX) > WS-RH-FLOOR-DATE
008160             AND WS-RH-TBL-DATE(WS-RH-IX) >= WS-RH-HIT-DATE
008161         MOVE WS-RH-IX TO WS-RH-HIT-IX
008162         MOVE WS-RH-TBL-DATE(WS-RH-IX) TO WS-RH-HIT-DATE
008163     END-IF.
008164 2725-MATCH-FIXING-EXIT.
008165     EXIT.
008166*****************************************************************
008167*    2750-LOAD-RATE-HISTORY - LOAD THE WHOLE RATEHIST FILE INTO *
008168*    THE FIXING TABLE THE FIRST TIME A FLOATING-RATE PERIOD IS  *
008169*    MET.  THE FILE NEED NOT BE IN ANY ORDER.  A MISSING FILE,  *
008170*    A NON-NUMERIC ENTRY, OR MORE ENTRIES THAN THE TABLE HOLDS  *
008171*    STOPS THE RUN - NO FLOATING PERIOD CAN BE PRICED SAFELY    *
008172*    OFF A RATE FILE THAT DID NOT LOAD WHOLE                    *
008173*****************************************************************
008174 2750-LOAD-RATE-HISTORY.
008175     OPEN INPUT RATE-HISTORY-FILE.
008176     IF WS-RATEHIST-STATUS NOT = '00'
008177         MOVE 'RATE-HISTORY' TO WS-ABEND-FILE-NAME
008178         MOVE WS-RATEHIST-STATUS TO WS-ABEND-STATUS
008179         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008180     END-IF.
008181     MOVE 0 TO WS-RH-COUNT.
008182     PERFORM 2755-LOAD-ONE-FIXING THRU 2755-LOAD-ONE-FIXING-EXIT
008183         UNTIL WS-RATE-END-OF-FILE.
008184     CLOSE RATE-HISTORY-FILE.
008185     MOVE 'Y' TO WS-RATE-LOADED-SWITCH.
008186 2750-LOAD-RATE-HISTORY-EXIT.
008187     EXIT.
008188*****************************************************************
008189*    2755-LOAD-ONE-FIXING                                       *
008190*****************************************************************
008191 2755-LOAD-ONE-FIXING.
008192     READ RATE-HISTORY-FILE
008193         AT END
008194             MOVE 'Y' TO WS-RATE-EOF-SWITCH
008195             GO TO 2755-LOAD-ONE-FIXING-EXIT
008196     END-READ.
008197     IF RH-EFFECTIVE-RAW IS NOT NUMERIC
008198             OR RH-RATE-RAW IS NOT NUMERIC
008199         PERFORM 9950-ABEND-RATE-HISTORY
008200             THRU 9950-ABEND-RATE-HISTORY-EXIT
008201     END-IF.
008202     IF WS-RH-COUNT >= WS-RH-MAX-ENTRIES
008203         PERFORM 9950-ABEND-RATE-HISTORY
008204             THRU 9950-ABEND-RATE-HISTORY-EXIT
008205     END-IF.
008206     ADD 1 TO WS-RH-COUNT.
008207     MOVE RH-INDEX-CODE TO WS-RH-TBL-INDEX(WS-RH-COUNT).
008208     MOVE RH-EFFECTIVE-DATE TO WS-RH-TBL-DATE(WS-RH-COUNT).
008209     MOVE RH-RATE-PCT TO WS-RH-TBL-RATE(WS-RH-COUNT).
008210 2755-LOAD-ONE-FIXING-EXIT.
008211     EXIT.
008212*****************************************************************
008213*    2800-UPDATE-CHECKPOINT - CHECKPOINT AFTER EVERY            *
008214*    WS-CHECKPOINT-INTERVAL INSTRUMENTS, ALWAYS BETWEEN TWO     *
008215*    INSTRUMENTS SO NONE IS EVER HALF WRITTEN AT A CHECKPOINT   *
008216*****************************************************************
008217 2800-UPDATE-CHECKPOINT.
008218     SUBTRACT 1 FROM WS-CHECKPOINT-COUNTDOWN.
008219     IF WS-CHECKPOINT-COUNTDOWN > 0
008220         GO TO 2800-UPDATE-CHECKPOINT-EXIT
008221     END-IF.
008222     MOVE WS-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-COUNTDOWN.
008223     PERFORM 2850-FLUSH-OUTPUTS THRU 2850-FLUSH-OUTPUTS-EXIT.
008224     MOVE 'I' TO CHKPT-STATUS.
008225     PERFORM 2870-WRITE-CHECKPOINT
008226         THRU 2870-WRITE-CHECKPOINT-EXIT.
008227 2800-UPDATE-CHECKPOINT-EXIT.
008228     EXIT.
008229*****************************************************************
008230*    2850-FLUSH-OUTPUTS - CLOSE THE FOUR OUTPUTS AND REOPEN     *
008231*    THEM EXTEND SO EVERY RECORD COUNTED IN THE CHECKPOINT IS   *
008232*    ON THE DATASET, NOT IN A BUFFER, IF THE STEP DIES NEXT     *
008233*****************************************************************
008234 2850-FLUSH-OUTPUTS.
008235     CLOSE ACCRUAL-REGISTER.
008236     OPEN EXTEND ACCRUAL-REGISTER.
008237     IF WS-REGISTER-STATUS NOT = '00'
008238         MOVE 'ACCRUAL-REG' TO WS-ABEND-FILE-NAME
008239         MOVE WS-REGISTER-STATUS TO WS-ABEND-STATUS
008240         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008241     END-IF.
008242     CLOSE ACCRUAL-REJECTS.
008243     OPEN EXTEND ACCRUAL-REJECTS.
008244     IF WS-REJECTS-STATUS NOT = '00'
008245         MOVE 'ACCRUAL-REJECTS' TO WS-ABEND-FILE-NAME
008246         MOVE WS-REJECTS-STATUS TO WS-ABEND-STATUS
008247         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008248     END-IF.
008249     CLOSE PAYMENT-SCHEDULE.
008250     OPEN EXTEND PAYMENT-SCHEDULE.
008251     IF WS-PAYSCHED-STATUS NOT = '00'
008252         MOVE 'PAYMENT-SCHED' TO WS-ABEND-FILE-NAME
008253         MOVE WS-PAYSCHED-STATUS TO WS-ABEND-STATUS
008254         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008255     END-IF.
008256     CLOSE FISCAL-SPLIT-FILE.
008257     OPEN EXTEND FISCAL-SPLIT-FILE.
008258     IF WS-FSPLIT-STATUS NOT = '00'
008259         MOVE 'FISCAL-SPLIT' TO WS-ABEND-FILE-NAME
008260         MOVE WS-FSPLIT-STATUS TO WS-ABEND-STATUS
008261         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008262     END-IF.
008263 2850-FLUSH-OUTPUTS-EXIT.
008264     EXIT.
008265*****************************************************************
008266*    2870-WRITE-CHECKPOINT - REPLACE THE ONE ACCCHKPT RECORD    *
008267*    WITH THE POSITION REACHED.  THE CALLER SETS CHKPT-STATUS - *
008268*    'I' IN FLIGHT, 'C' AT A CLEAN FINISH                       *
008269*****************************************************************
008270 2870-WRITE-CHECKPOINT.
008271     MOVE WS-REPORT-DATE TO CHKPT-RUN-DATE.
008272     MOVE WS-RECORDS-READ TO CHKPT-INSTR-COUNT.
008273     MOVE WS-REGISTER-WRITTEN TO CHKPT-REGISTER-COUNT.
008274     MOVE WS-REJECTS-WRITTEN TO CHKPT-REJECT-COUNT.
008275     MOVE WS-PAYSCHED-WRITTEN TO CHKPT-PAYSCHED-COUNT.
008276     MOVE WS-SPLITS-WRITTEN TO CHKPT-SPLIT-COUNT.
008277     MOVE WS-CONTROL-TOTALS TO CHKPT-CONTROL-TOTALS.
008278     MOVE WS-PAY-UNRESOLVED TO CHKPT-PAY-UNRESOLVED.
008279     MOVE WS-LINE-COUNT TO CHKPT-LINE-COUNT.
008280     MOVE WS-PAGE-COUNT TO CHKPT-PAGE-COUNT.
008281     OPEN OUTPUT CHECKPOINT-FILE.
008282     IF WS-CHKPT-FILE-STATUS NOT = '00'
008283         MOVE 'CHECKPOINT-FILE' TO WS-ABEND-FILE-NAME
008284         MOVE WS-CHKPT-FILE-STATUS TO WS-ABEND-STATUS
008285         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008286     END-IF.
008287     WRITE CHECKPOINT-FILE-REC FROM WS-CHECKPOINT-RECORD.
008288     IF WS-CHKPT-FILE-STATUS NOT = '00'
008289         MOVE 'CHECKPOINT-FILE' TO WS-ABEND-FILE-NAME
008290         MOVE WS-CHKPT-FILE-STATUS TO WS-ABEND-STATUS
008291         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
008292     END-IF.
008293     CLOSE CHECKPOINT-FILE.
008294 2870-WRITE-CHECKPOINT-EXIT.
008295     EXIT.
008296*****************************************************************
008297*    3000-PRINT-HEADINGS - PAGE AND COLUMN HEADINGS             *
008298*****************************************************************
008299 3000-PRINT-HEADINGS.
008300     ADD 1 TO WS-PAGE-COUNT.
008301     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
008302     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
008303     WRITE REGISTER-PRINT-REC FROM WS-HEADING-1
008304         AFTER ADVANCING PAGE.
008305     MOVE SPACES TO REGISTER-PRINT-REC.
008306     WRITE REGISTER-PRINT-REC AFTER ADVANCING 1 LINE.
008307     WRITE REGISTER-PRINT-REC FROM WS-HEADING-2
008308         AFTER ADVANCING 1 LINE.
008309     MOVE SPACES TO REGISTER-PRINT-REC.
008310     WRITE REGISTER-PRINT-REC AFTER ADVANCING 1 LINE.
008311     MOVE 5 TO WS-LINE-COUNT.
008312     ADD 4 TO WS-REGISTER-WRITTEN.
008313 3000-PRINT-HEADINGS-EXIT.
008314     EXIT.
008315*****************************************************************
008316*    9000-TERMINATE - CONTROL TOTALS AND CLOSE                  *
008317*****************************************************************
008318 9000-TERMINATE.
008319     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
008320         PERFORM 3000-PRINT-HEADINGS
008321             THRU 3000-PRINT-HEADINGS-EXIT
008322     END-IF.
008323     MOVE SPACES TO REGISTER-PRINT-REC.
008324     WRITE REGISTER-PRINT-REC AFTER ADVANCING 1 LINE.
008325     MOVE WS-RECORDS-READ TO TOT-RECORDS-READ.
008326     WRITE REGISTER-PRINT-REC FROM WS-TOTAL-LINE-1
008327         AFTER ADVANCING 1 LINE.
008328     MOVE WS-RECORDS-ACCRUED TO TOT-RECORDS-ACCRUED.
008330     WRITE REGISTER-PRINT-REC FROM WS-TOTAL-LINE-2
008340         AFTER ADVANCING 1 LINE.
008350     MOVE WS-RECORDS-REJECTED TO TOT-RECORDS-REJECTED.
008410     MOVE WS-TOTAL-SPLIT TO TOT-SPLIT-AMOUNT.
008420     WRITE REGISTER-PRINT-REC FROM WS-TOTAL-LINE-5
008430         AFTER ADVANCING 1 LINE.
008432     MOVE WS-TOTAL-PPA TO TOT-PPA-AMOUNT.
008434     MOVE WS-PPA-COUNT TO TOT-PPA-COUNT.
008436     WRITE REGISTER-PRINT-REC FROM WS-TOTAL-LINE-6
008438         AFTER ADVANCING 1 LINE.
008440     CLOSE INSTRUMENT-FILE.
008450     CLOSE ACCRUAL-REGISTER.
008460     CLOSE ACCRUAL-REJECTS.
008470     CLOSE PAYMENT-SCHEDULE.
008480     CLOSE FISCAL-SPLIT-FILE.
008482     MOVE 'C' TO CHKPT-STATUS.
008484     PERFORM 2870-WRITE-CHECKPOINT
008486         THRU 2870-WRITE-CHECKPOINT-EXIT.
008490     IF WS-PAY-UNRESOLVED > 0
008500         DISPLAY 'ACCRUE - PAYMENT DATES UNRESOLVED '
008510             WS-PAY-UNRESOLVED
009170     STOP RUN.
009180 9940-ABEND-SPLIT-TABLE-EXIT.
009190     EXIT.
009200*****************************************************************
009210*    9950-ABEND-RATE-HISTORY - THE RATEHIST FILE HOLDS A NON-   *
009220*    NUMERIC ENTRY OR MORE FIXINGS THAN THE TABLE CAN HOLD.     *
009230*    STOP THE RUN RATHER THAN PRICE FLOATING PERIODS OFF A      *
009240*    PARTIAL RATE HISTORY                                       *
009250*****************************************************************
009260 9950-ABEND-RATE-HISTORY.
009270     DISPLAY 'ACCRUE - RATEHIST ENTRY BAD OR TABLE FULL AT '
009280         'ENTRY ' WS-RH-COUNT ' - CORRECT AND RERUN'.
009290     MOVE 16 TO RETURN-CODE.
009300     STOP RUN.
009310 9950-ABEND-RATE-HISTORY-EXIT.
009320     EXIT.
009330*****************************************************************
009340*    9960-ABEND-RESET-TABLE - ONE ACCRUAL PERIOD HAS MORE       *
009350*    RESET SUB-PERIODS THAN THE TABLE CAN HOLD.  STOP THE RUN   *
009360*    RATHER THAN ACCRUE A PERIOD WITH RESETS SILENTLY DROPPED   *
009370*****************************************************************
009380 9960-ABEND-RESET-TABLE.
009390     DISPLAY 'ACCRUE - RESET SUB-PERIOD TABLE FULL FOR ' INSTR-ID
009400         ' - ENLARGE AND RERUN'.
009410     MOVE 16 TO RETURN-CODE.
009420     STOP RUN.
009430 9960-ABEND-RESET-TABLE-EXIT.
009440     EXIT.
009450*****************************************************************
009460*    9970-ABEND-PERIOD-TABLE - THE PERSTAT FILE HOLDS MORE      *
009470*    PERIODS THAN THE TABLE CAN HOLD.  STOP THE RUN RATHER THAN *
009480*    SPLIT INTO PERIODS WHOSE CLOSE STATUS WAS NEVER LOADED     *
009490*****************************************************************
009500 9970-ABEND-PERIOD-TABLE.
009510     DISPLAY 'ACCRUE - PERIOD STATUS TABLE FULL - ENLARGE AND '
009520         'RERUN'.
009530     MOVE 16 TO RETURN-CODE.
009540     STOP RUN.
009550 9970-ABEND-PERIOD-TABLE-EXIT.
009560     EXIT.
009570*****************************************************************
009580*    9980-ABEND-RESTART-SHORT - ON A RESTART, A FILE HOLDS      *
009590*    FEWER RECORDS THAN THE CHECKPOINT SAYS WERE ALREADY DONE - *
009600*    THE WRONG GENERATION WAS SUPPLIED OR THE RESTART COPY WAS  *
009610*    ITSELF CUT SHORT.  STOP RATHER THAN BUILD OUTPUTS WITH A   *
009620*    HOLE IN THEM; THE MONTH MUST BE RERUN FROM THE START       *
009630*****************************************************************
009640 9980-ABEND-RESTART-SHORT.
009650     DISPLAY 'ACCRUE - RESTART FAILED - ' WS-ABEND-FILE-NAME
009660         ' HOLDS FEWER RECORDS THAN THE CHECKPOINT - RERUN THE '
009670         'MONTH FROM THE START'.
009680     MOVE 16 TO RETURN-CODE.
009690     STOP RUN.
009700 9980-ABEND-RESTART-SHORT-EXIT.
009710     EXIT.
