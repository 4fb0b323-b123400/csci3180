000049     SELECT PRINT-FILE
000049          ASSIGN TO DYNAMIC PRINT-FILE-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL.
000049     SELECT BASELINE-FILE
000049          ASSIGN TO DISK
000049          ORGANIZATION IS INDEXED
000049          ACCESS MODE IS DYNAMIC
000049          RECORD KEY IS BL-KEY
000049          FILE STATUS IS BL-FILE-STATUS.
000049     SELECT DEVIATION-FILE
000049          ASSIGN TO DYNAMIC DEVIATION-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL.
000049     SELECT ZONE-FILE
000049          ASSIGN TO DISK
000049          ORGANIZATION IS INDEXED
000049          ACCESS MODE IS DYNAMIC
000049          RECORD KEY IS ZN-KEY
000049          FILE STATUS IS ZN-FILE-STATUS.
000049     SELECT OCCUPANCY-FILE
000049          ASSIGN TO DYNAMIC OCCUPANCY-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL.
000049     SELECT SUBMIT-REGISTER
000049          ASSIGN TO DISK
000049          ORGANIZATION IS INDEXED
000049          ACCESS MODE IS DYNAMIC
000049          RECORD KEY IS SR-KEY
000049          FILE STATUS IS SR-FILE-STATUS.
000049     SELECT EDIT-CHECK-FILE
000049          ASSIGN TO DYNAMIC EDIT-CHECK-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL.
000049     SELECT RUN-HISTORY
000049          ASSIGN TO DISK
000049          ORGANIZATION IS INDEXED
000049          ACCESS MODE IS DYNAMIC
000049          RECORD KEY IS RH-KEY
000049          FILE STATUS IS RH-FILE-STATUS.
000049     SELECT MANIFEST-FILE
000049          ASSIGN TO DYNAMIC MANIFEST-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS MF-FILE-STATUS.
000049     SELECT COUNT-FILE
000049          ASSIGN TO DYNAMIC MF-WORK-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS CT-FILE-STATUS.
000049     SELECT GEN-INDEX-FILE
000049          ASSIGN TO DYNAMIC GEN-INDEX-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS GX-FILE-STATUS.
000049     SELECT PURGE-LIST-FILE
000049          ASSIGN TO DYNAMIC PURGE-LIST-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS PL-FILE-STATUS.
000049     SELECT PURGE-FILE
000049          ASSIGN TO DYNAMIC PURGE-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS PG-FILE-STATUS.
000049     SELECT CHARGE-FEED-FILE
000049          ASSIGN TO DYNAMIC CHGFEED-NAME
000049          ORGANIZATION IS LINE SEQUENTIAL
000049          FILE STATUS IS CF-FILE-STATUS.
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
000070* THE OPTIONAL CONTROL FILE NAMING SEVERAL INPUT FILES TO BE
000070* PROCESSED IN SEQUENCE WITHIN ONE RUN (RUN PARAMETER
000070* "INPUTLIST <file>") - ONE FILE NAME PER LINE, "*" COMMENTS.
000070* COLUMNS 32-39 MAY CARRY THE SENDING DEPARTMENT'S CODE, WHICH
000070* THE CHARGE FEED BILLS THAT FILE'S DATASETS TO.
000070* ONE CHECKPOINT, ONE PRINT BOOK AND ONE TREND PASS COVER THE
000070* WHOLE LIST; EACH DATASET IS STAMPED WITH THE FILE IT CAME
000070* FROM SO A REJECT CAN BE ROUTED BACK TO THE RIGHT DEPARTMENT
000070     01 INPUT-LIST-REC  PIC X(80).
000070*
000070* A PRIOR RUN'S REJECT FILE, READ BACK IN RESUBMIT MODE - THE
000070* REASON LINES CARRY THE ORIGINAL RUN DATE AND DATASET NUMBER
000070* (AND, FROM COLUMN 33, THE DEPARTMENT AND SOURCE INPUT FILE),
000070* THE " HEADER: "/" RECORD: "/" TITLE:  " LINES CARRY THE RAW
000070* RECORD IMAGES (CORRECTED BY HAND OR NOT) THAT ARE FED BACK
000070* THROUGH THE NORMAL PARSER VIA THE RESUBMIT WORK FILE
000070 FD RESUB-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 RESUB-REC  PIC X(150).
000070*
000070* THE CLEANED RECORDS EXTRACTED FROM THE REJECT FILE - THIS
000070* BECOMES THE RUN'S IN-FILE, SO EVERYTHING DOWNSTREAM OF THE
000070        03 CKPT-GRAPH-TABLE.
000070           05 CKPT-ROW  OCCURS 50.
000070              07 CKPT-CELL  PIC X OCCURS 132.
000070*   THE OUTPUT GENERATION THE CHECKPOINTED RUN WAS WRITING, SO A
000070*   RESTART ADDS TO THAT GENERATION INSTEAD OF STARTING ANOTHER
000070        03 CKPT-GEN-STAMP      PIC X(14).
000070*
000070* QUARANTINE FILE FOR DATASETS THE RUN COULD NOT PLOT - EACH
000070* REJECTED DATASET'S HEADER AND WHATEVER RECORDS IT HAD ARE
000070* NEXT DATASET INSTEAD OF STOPPING
000070 FD REJECT-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 REJECT-REC  PIC X(150).
000070*
000070* RUN-LEVEL OPERATIONS LOG - ONE FILE PER EXECUTION RECORDING
000070* START/END TIMES, THE GRID IN EFFECT, CHECKPOINT RESTARTS, ONE
000070* OPERATIONS CAN AUDIT A RUN WITHOUT RERUNNING IT
000070 FD RUN-LOG-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 RUN-LOG-REC  PIC X(160).
000070*
000070* KEYED MASTER OF EVERY ROUTE EVER PLOTTED - ONE RECORD PER
000070* ROUTE PER RUN (THE KEY IS ROUTE ID PLUS RUN TIMESTAMP, SO
000070        03 ST-TREND-FLAG PIC 9(4).
000070        03 ST-RECON      PIC X.
000070        03 ST-RETURN     PIC 9(2).
000070        03 ST-DUPLICATES PIC 9(4).
000070*   "P" FOR A PRODUCTION RUN, "V" FOR A VALIDATE (EDIT-CHECK) RUN
000070*   ON A VALIDATE RUN ST-PLOTTED COUNTS THE DATASETS THAT PASSED
000070        03 ST-RUN-MODE   PIC X.
000070*   THE RUN'S OUTPUT MANIFEST (BLANK ON A VALIDATE RUN)
000070        03 ST-MANIFEST   PIC X(40).
000070*
000070* SPOOL FOR THE OPERATOR PRINT BOOK - EVERY LINE OF EVERY
000070* DATASET'S GRAPH, LEGEND AND SUMMARY IS COPIED HERE AS IT IS
000070       LABEL RECORDS ARE STANDARD.
000070     01 PRINT-REC  PIC X(132).
000070*
000070* THE APPROVED BASELINE GEOMETRY PER ROUTE, MAINTAINED BY
000070* BASEMAINT AND ONLY READ HERE - SEQUENCE 000 OF EACH ROUTE IS THE
000070* APPROVAL CONTROL RECORD (STATUS, CORRIDOR WIDTH, SIGN-OFF),
000070* SEQUENCES 001 UP ARE THE BASELINE POLYLINE'S POINTS IN ORDER.
000070* THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE IN BASEMAINT
000070 FD BASELINE-FILE
000070       LABEL RECORDS ARE STANDARD
000070       VALUE OF FILE-ID IS "baseline.dat".
000070     01 BASELINE-REC.
000070        03 BL-KEY.
000070           05 BL-ROUTE-ID   PIC X(8).
000070           05 BL-SEQ        PIC 9(3).
000070*   "H" ON THE CONTROL RECORD, "P" ON EACH POINT
000070        03 BL-REC-TYPE      PIC X.
000070        03 BL-X             PIC S9(4).
000070        03 BL-Y             PIC S9(4).
000070        03 BL-SERIES        PIC 9.
000070*   CONTROL RECORD ONLY - "A" ACTIVE OR "R" RETIRED, CORRIDOR
000070*   WIDTH IN COORDINATE UNITS (0 = THE RUN'S CORRIDOR DEFAULT)
000070        03 BL-STATUS        PIC X.
000070        03 BL-CORRIDOR      PIC 9(4).
000070        03 BL-POINT-COUNT   PIC 9(3).
000070        03 BL-APPROVED      PIC X(14).
000070        03 BL-APPROVER      PIC X(12).
000070        03 BL-SOURCE        PIC X(30).
000070        03 BL-RETIRED       PIC X(14).
000070        03 BL-RETIRED-BY    PIC X(12).
000070*
000070* BASELINE DEVIATION EXCEPTION REPORT - ONE LINE PER POINT OF A
000070* TRACKED DATASET LYING OUTSIDE ITS ROUTE'S APPROVED CORRIDOR, A
000070* LINE PER DATASET MEASURED, AND THE WORST DEVIATION PER ROUTE
000070 FD DEVIATION-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 DEVIATION-REC  PIC X(100).
000070*
000070* THE ZONE MASTER OF NAMED CLOSED POLYGONS (DEPOTS, DISTRICTS,
000070* RESTRICTED AREAS), MAINTAINED BY ZONEMAINT AND ONLY READ HERE -
000070* SEQUENCE 000 OF EACH ZONE IS ITS CONTROL RECORD, SEQUENCES 001
000070* UP ITS BOUNDARY VERTICES IN ORDER (THE CLOSING EDGE BACK TO THE
000070* FIRST VERTEX IS IMPLIED). THE RECORD LAYOUT MUST STAY IN STEP
000070* WITH THE ONE IN ZONEMAINT
000070 FD ZONE-FILE
000070       LABEL RECORDS ARE STANDARD
000070       VALUE OF FILE-ID IS "zones.dat".
000070     01 ZONE-REC.
000070        03 ZN-KEY.
000070           05 ZN-ZONE-ID    PIC X(8).
000070           05 ZN-SEQ        PIC 9(3).
000070*   "H" ON THE CONTROL RECORD, "V" ON EACH VERTEX
000070        03 ZN-REC-TYPE      PIC X.
000070        03 ZN-X             PIC S9(4).
000070        03 ZN-Y             PIC S9(4).
000070*   CONTROL RECORD ONLY - "Y" RESTRICTED OR "N"
000070        03 ZN-NAME          PIC X(20).
000070        03 ZN-RESTRICTED    PIC X.
000070        03 ZN-VERTEX-COUNT  PIC 9(3).
000070        03 ZN-UPDATED       PIC X(8).
000070*
000070* ZONE-OCCUPANCY REPORT - FOR EVERY PLOTTED DATASET, THE ZONES ITS
000070* POINTS AND PATH FALL IN, HOW MUCH OF THE PATH LENGTH LIES INSIDE
000070* EACH, AND EVERY POINT INSIDE A RESTRICTED ZONE
000070 FD OCCUPANCY-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 OCCUPANCY-REC  PIC X(100).
000070*
000070* SUBMISSION REGISTER - ONE RECORD PER DISTINCT DATASET EVER
000070* ACCEPTED, KEYED ON ITS CONTENT FINGERPRINT (ROUTE, MODE AND
000070* POINT COUNT FROM THE HEADER, A SUM OVER ITS TRANSFORMS, AND
000070* PLAIN AND POSITION-WEIGHTED SUMS OF ITS COORDINATES AS SENT),
000070* SO A DATASET REDELIVERED IN THE SAME FILE OR A NEW ONE IS
000070* RECOGNISED WHATEVER FILE OR FORMAT IT ARRIVES IN. WRITTEN ONCE
000070* A DATASET IS FULLY PLOTTED, READ BY CHECK-DUPLICATE
000070 FD SUBMIT-REGISTER
000070       LABEL RECORDS ARE STANDARD
000070       VALUE OF FILE-ID IS "submit.dat".
000070     01 SUBMIT-REC.
000070        03 SR-KEY.
000070           05 SR-ROUTE-ID     PIC X(8).
000070           05 SR-MODE         PIC X.
000070           05 SR-POINT-COUNT  PIC 9(3).
000070           05 SR-XFORM-SUM    PIC 9(9).
000070           05 SR-COORD-SUM    PIC 9(9).
000070           05 SR-COORD-WEIGHT PIC 9(9).
000070           05 SR-SHAPE-SUM    PIC 9(9).
000070*   THE SUBMISSION THAT WAS PLOTTED - SOURCE FILE, RUN, DATASET
000070        03 SR-SOURCE          PIC X(30).
000070        03 SR-RUN-STAMP       PIC X(14).
000070        03 SR-DATASET         PIC 9(4).
000070*   HOW OFTEN IT HAS COME BACK SINCE, AND THE LATEST REDELIVERY
000070        03 SR-DUP-COUNT       PIC 9(4).
000070        03 SR-LAST-SEEN       PIC X(14).
000070        03 SR-LAST-SOURCE     PIC X(30).
000070*
000070* EDIT-CHECK REPORT - WRITTEN ONLY BY A VALIDATE RUN, WHICH PUTS
000070* THE INPUT THROUGH EVERY CHECK OF A REAL RUN BUT PLOTS NOTHING
000070* AND UPDATES NOTHING: ONE LINE PER DATASET WITH ITS PASS/FAIL
000070* VERDICT AND THE REASON QUARANTINE-DATASET WOULD HAVE GIVEN,
000070* THEN THE TOTALS AND THE TRAILER RECONCILIATION
000070 FD EDIT-CHECK-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 EDIT-CHECK-REC  PIC X(132).
000070*
000070* RUN-HISTORY MASTER - ONE RECORD ADDED AT THE END OF EVERY RUN,
000070* KEYED ON THE RUN'S START DATE AND TIME, SO THE STATUS RECORD
000070* AND RUN LOG (BOTH REPLACED EACH RUN) ARE NOT THE ONLY TRACE OF
000070* A RUN. READ BY THE OPERATIONS HISTORY REPORT PROGRAM - THE
000070* LAYOUT MUST STAY IN STEP WITH THE ONE IN THAT PROGRAM'S FD
000070 FD RUN-HISTORY
000070       LABEL RECORDS ARE STANDARD
000070       VALUE OF FILE-ID IS "runhist.dat".
000070     01 RUN-HISTORY-REC.
000070        03 RH-KEY.
000070           05 RH-START-DATE  PIC X(8).
000070           05 RH-START-TIME  PIC X(8).
000070        03 RH-END-DATE       PIC X(8).
000070        03 RH-END-TIME       PIC X(8).
000070*   WALL-CLOCK SECONDS FROM START TO END
000070        03 RH-ELAPSED        PIC 9(7).
000070*   "P" PRODUCTION OR "V" VALIDATE, AS ON THE STATUS RECORD
000070        03 RH-RUN-MODE       PIC X.
000070*   "Y" WHEN THE RUN RESTARTED FROM A CHECKPOINT / WAS A RESUBMIT
000070        03 RH-RESTART        PIC X.
000070        03 RH-RESUBMIT       PIC X.
000070*   THE INPUT FILE, OR THE INPUT LIST WHEN RH-LIST-MODE IS "Y"
000070        03 RH-INPUT-NAME     PIC X(30).
000070        03 RH-LIST-MODE      PIC X.
000070        03 RH-PLOTTED        PIC 9(4).
000070        03 RH-REJECTED       PIC 9(4).
000070        03 RH-DUPLICATES     PIC 9(4).
000070        03 RH-TREND-FLAG     PIC 9(4).
000070        03 RH-RECON          PIC X.
000070        03 RH-RETURN         PIC 9(2).
000070*   EVERY INPUT FILE THE RUN READ A DATASET FROM, WITH ITS COUNTS
000070        03 RH-SOURCE-COUNT   PIC 9(2).
000070        03 RH-SOURCE OCCURS 20.
000070           05 RH-SRC-NAME    PIC X(30).
000070           05 RH-SRC-DATASETS PIC 9(4).
000070           05 RH-SRC-REJECTS PIC 9(4).
000070           05 RH-SRC-DUPS    PIC 9(4).
000070*
000070* OUTPUT MANIFEST - ONE PER OUTPUT GENERATION, NAMED UNDER THE RUN
000070* STAMP. AN "F" RECORD FOR EVERY FILE THE RUN WROTE, ADDED AS THE
000070* FILE IS CLOSED, THEN AN "E" TRAILER ONCE THE RUN HAS FINISHED -
000070* A MANIFEST WITHOUT ITS TRAILER BELONGS TO A RUN STILL IN FLIGHT
000070* OR ONE THAT ABENDED. DOWNSTREAM PICK-UP JOBS READ THIS (THE
000070* STATUS RECORD NAMES IT) RATHER THAN GUESSING AT FILE NAMES
000070 FD MANIFEST-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 MANIFEST-REC.
000070        03 MF-REC-TYPE       PIC X.
000070        03 MF-GEN-STAMP      PIC X(14).
000070        03 MF-FILE-NAME      PIC X(40).
000070*   GRAPH, SUMMARY, CSV, HPGL OR OVERLAY FOR A DATASET'S FILES;
000070*   REJECT, PRINTBK, TREND, DEVIATN OR OCCUPNCY FOR A RUN REPORT
000070        03 MF-OUT-TYPE       PIC X(8).
000070*   "G" A FILE OF THIS GENERATION, "R" A FIXED-NAME RUN REPORT
000070*   (ONLY "G" FILES ARE EVER PURGED BY THE RETENTION RULE)
000070        03 MF-SCOPE          PIC X.
000070        03 MF-DATASET        PIC 99.
000070        03 MF-ROUTE-ID       PIC X(8).
000070        03 MF-SOURCE         PIC X(30).
000070        03 MF-RECORDS        PIC 9(7).
000070     01 MANIFEST-END-REC.
000070        03 ME-REC-TYPE       PIC X.
000070        03 ME-GEN-STAMP      PIC X(14).
000070        03 ME-FILES          PIC 9(4).
000070        03 ME-RECORDS        PIC 9(9).
000070        03 ME-END-DATE       PIC X(8).
000070        03 ME-END-TIME       PIC X(6).
000070*   "P" PRODUCTION, "R" RESTARTED FROM A CHECKPOINT, "S" RESUBMIT
000070        03 ME-RUN-KIND       PIC X.
000070        03 FILLER            PIC X(68).
000070*
000070* ANY OUTPUT JUST CLOSED, READ BACK ONLY TO COUNT ITS RECORDS FOR
000070* THE MANIFEST
000070 FD COUNT-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 COUNT-REC  PIC X(132).
000070*
000070* GENERATION INDEX - ONE LINE PER OUTPUT GENERATION STILL ON DISK,
000070* OLDEST FIRST, REWRITTEN AT THE END OF EVERY RUN
000070 FD GEN-INDEX-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 GEN-INDEX-REC.
000070        03 GI-GEN-STAMP      PIC X(14).
000070        03 GI-MANIFEST       PIC X(40).
000070        03 GI-FILES          PIC 9(4).
000070        03 GI-RECORDS        PIC 9(9).
000070*
000070* AN EXPIRED GENERATION'S MANIFEST, READ FOR THE FILES TO PURGE
000070 FD PURGE-LIST-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 PURGE-LIST-REC.
000070        03 PL-REC-TYPE       PIC X.
000070        03 FILLER            PIC X(14).
000070        03 PL-FILE-NAME      PIC X(40).
000070        03 FILLER            PIC X(8).
000070        03 PL-SCOPE          PIC X.
000070        03 FILLER            PIC X(47).
000070*
000070* EACH EXPIRED FILE IN TURN - NEVER OPENED, ONLY DELETED
000070 FD PURGE-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 PURGE-REC  PIC X(132).
000070*
000070* CHARGE FEED - ONE PER OUTPUT GENERATION, NAMED UNDER THE RUN
000070* STAMP LIKE THE MANIFEST. A "D" RECORD FOR EVERY DATASET THE RUN
000070* TOOK IN - PLOTTED, REJECTED OR SKIPPED AS A DUPLICATE - WITH THE
000070* DEPARTMENT IT IS BILLED TO AND THE PATH LENGTH AND ENCLOSED AREA
000070* THE GEOMETRY SUMMARY REPORTED, THEN A "T" TRAILER CARRYING THE
000070* RUN'S CONTROL TOTALS. READ BY THE CHARGEBACK PROGRAM - THE
000070* LAYOUT MUST STAY IN STEP WITH THE ONE IN THAT PROGRAM'S FD
000070 FD CHARGE-FEED-FILE
000070       LABEL RECORDS ARE STANDARD.
000070     01 CHARGE-FEED-REC.
000070        03 CF-REC-TYPE       PIC X.
000070        03 CF-GEN-STAMP      PIC X(14).
000070        03 CF-DATASET        PIC 99.
000070        03 CF-ROUTE-ID       PIC X(8).
000070        03 CF-SOURCE         PIC X(30).
000070        03 CF-DEPT           PIC X(8).
000070*   "L" LINE, "C" CIRCLE, "F" FILL OR "R" TREND-FIT
000070        03 CF-MODE           PIC X.
000070*   "P" PLOTTED, "R" REJECTED, "D" SKIPPED AS A DUPLICATE
000070        03 CF-STATUS         PIC X.
000070        03 CF-POINTS         PIC 9(3).
000070        03 CF-PATH-LENGTH    PIC 9(7)V99.
000070        03 CF-AREA           PIC 9(9)V99.
000070        03 CF-REASON         PIC X(40).
000070     01 CHARGE-TRAILER-REC.
000070        03 CT-REC-TYPE       PIC X.
000070        03 CT-GEN-STAMP      PIC X(14).
000070        03 CT-PLOTTED        PIC 9(4).
000070        03 CT-REJECTED       PIC 9(4).
000070        03 CT-DUPLICATES     PIC 9(4).
000070        03 CT-PATH-LENGTH    PIC 9(11)V99.
000070        03 CT-AREA           PIC 9(13)V99.
000070        03 CT-END-DATE       PIC X(8).
000070        03 FILLER            PIC X(65).
000070*
000070 WORKING-STORAGE SECTION.
000070* VARIABLES FOR THE CONFIGURABLE GRID SIZE. THE GRID IS ALLOCATED
000070* AT A FIXED MAXIMUM (132 COLS X 50 ROWS) BUT ONLY ACTIVE-COLS X
000070 01 TREND-FILE-NAME   PIC X(30)  VALUE "trend.txt".
000070 01 PRINT-FILE-NAME   PIC X(30)  VALUE "printbook.txt".
000070 01 PRINT-WORK-NAME   PIC X(30)  VALUE "printwork.tmp".
000070 01 DEVIATION-NAME    PIC X(30)  VALUE "deviation.txt".
000070 01 CORRIDOR-DEFAULT  PIC 9(4)   VALUE 5.
000070 01 OCCUPANCY-NAME    PIC X(30)  VALUE "occupancy.txt".
000070 01 EDIT-CHECK-NAME   PIC X(30)  VALUE "editchk.txt".
000070 01 ED-PARM-PCT       PIC ZZ9.
000070 01 ED-PARM-FLR       PIC ZZ9.99.
000070 01 ED-PARM-PAGE      PIC ZZ9.
000070 01 ED-PARM-COR       PIC ZZZ9.
000070*
000070* VARIABLES FOR RESUBMITTING A PRIOR RUN'S QUARANTINED DATASETS
000070* - THE RUN PARAMETER "RESUBMIT <file>" SWITCHES THE RUN OVER TO
000070    03 RO-ENTRY OCCURS 99.
000070       05 RO-RUN-DATE PIC X(8).
000070       05 RO-DSNUM    PIC X(2).
000070       05 RO-DEPT     PIC X(8).
000070       05 RO-SOURCE   PIC X(30).
000070*
000070* VARIABLES FOR THE RUN-LEVEL CONTROL TOTALS - THE TRAILER THE
000070* UPSTREAM SENDER MAY APPEND, THE HASH THIS RUN ACCUMULATES AS
000070 01 IL-CUR            PIC 9(2)   VALUE 0.
000070 01 INPUT-LIST-TABLE.
000070    03 IL-NAME OCCURS 20  PIC X(30).
000070    03 IL-DEPT OCCURS 20  PIC X(8).
000070 01 CUR-IN-NAME       PIC X(30)  VALUE "input.txt".
000070 01 ED-IL-CNT         PIC Z9.
000071 01 GRAPH-TABLE.
000111 01 EOF-FLAG      PIC X      VALUE "N".
000112 01 GRAPH-NUM     PIC 9(2)   VALUE 1.
000113 01 GRAPH-NUM-X   PIC 99.
000114 01 OUT-FILE-NAME PIC X(40)  VALUE "output01.txt".
000115*
000116* VARIABLES FOR THE GEOMETRY SUMMARY REPORT
000117 01 SUMMARY-FILE-NAME PIC X(40)  VALUE "summary01.txt".
000118 01 SUMMARY-LINE      PIC X(60).
000119 01 PATH-LENGTH       PIC 9(7)V99  VALUE 0.
000120 01 SEG-DX            PIC S9(5)    VALUE 0.
000128 01 ED-LEN            PIC ZZZZZZ9.99.
000129*
000129* VARIABLES FOR THE STRUCTURED CSV EXPORT
000129 01 CSV-FILE-NAME     PIC X(40)  VALUE "csv01.csv".
000129 01 CSV-LINE          PIC X(60).
000129 01 ED-CSV-SERIES     PIC 9.
000129 01 ED-CSV-X1         PIC -9999.
000129 01 ED-CSV-Y2         PIC -9999.
000129*
000129* VARIABLES FOR THE HPGL PEN-PLOTTER EXPORT
000129 01 HPGL-FILE-NAME    PIC X(40)  VALUE "plot01.hpgl".
000129 01 HPGL-STEM         PIC X(12)  VALUE "plot".
000129 01 HPGL-LINE         PIC X(80)  VALUE SPACES.
000129 01 HPGL-PEN          PIC 9      VALUE 0.
000180 01 PLOTTED-COUNT     PIC 9(4)   VALUE 0.
000181 01 REJECT-OPEN-FLAG  PIC X      VALUE "N".
000182 01 REJECT-REASON     PIC X(60)  VALUE SPACES.
000183 01 REJECT-LINE       PIC X(150) VALUE SPACES.
000184 01 HEADER-SAVED      PIC X(80)  VALUE SPACES.
000185 01 TITLE-RAW         PIC X(80)  VALUE SPACES.
000186 01 RAW-REC-COUNT     PIC 9(3)   VALUE 0.
000191 01 ED-REJ            PIC ZZZ9.
000192*
000193* VARIABLES FOR THE RUN-LEVEL OPERATIONS LOG
000194 01 LOG-LINE          PIC X(160) VALUE SPACES.
000195 01 RUN-DATE-A        PIC X(8)   VALUE SPACES.
000196 01 RUN-TIME-A        PIC X(8)   VALUE SPACES.
000197 01 ED-LOG-COLS       PIC ZZ9.
000270* BOTH RUNS' GEOMETRY
000270 01 GA-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 GEOM-ARCH-OPEN    PIC X      VALUE "N".
000270 01 OVERLAY-FILE-NAME PIC X(40)  VALUE "overlay01.txt".
000270 01 OVERLAY-WANTED    PIC X      VALUE "N".
000270 01 OV-SCALE          PIC 99V9(5) VALUE 1.
000270 01 OV-SCALE-X        PIC 99V9(5) VALUE 1.
000270 01 ED-COLL-X         PIC ------9.
000270 01 ED-COLL-Y         PIC ------9.
000270*
000270* VARIABLES FOR THE APPROVED-BASELINE DEVIATION CHECK - EVERY
000270* POINT OF A TRACKED DATASET (EVERY CENTER, FOR A CIRCLE DATASET)
000270* IS MEASURED AGAINST THE NEAREST SEGMENT OF ITS ROUTE'S APPROVED
000270* BASELINE POLYLINE, AND A POINT FARTHER OFF THAN THE CORRIDOR
000270* WIDTH IS AN EXCEPTION. THE TREND PASS ONLY COMPARES A RUN WITH
000270* THE ONE BEFORE IT, SO A ROUTE DRIFTING A LITTLE EACH RUN
000270* NEVER FLAGS THERE - THE BASELINE IS THE FIXED REFERENCE THAT
000270* CATCHES IT
000270 01 BL-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 BASELINE-OPEN     PIC X      VALUE "N".
000270 01 BASELINE-FOUND    PIC X      VALUE "N".
000270 01 BS-COUNT          PIC 9(3)   VALUE 0.
000270 01 BS-I              PIC 9(3)   VALUE 0.
000270 01 BS-CORRIDOR       PIC 9(4)   VALUE 0.
000270 01 BS-APPROVED       PIC X(14)  VALUE SPACES.
000270 01 BASELINE-TABLE.
000270    03 BS-ENTRY OCCURS 100.
000270       05 BS-X       PIC S9(4)  VALUE 0.
000270       05 BS-Y       PIC S9(4)  VALUE 0.
000270       05 BS-SERIES  PIC 9      VALUE 0.
000270 01 DV-I              PIC 9(3)   VALUE 0.
000270 01 DV-LIMIT          PIC 9(3)   VALUE 0.
000270 01 DV-SERIES         PIC 9      VALUE 0.
000270 01 DV-SER-MATCH      PIC X      VALUE "N".
000270 01 DV-HAVE-BEST      PIC X      VALUE "N".
000270 01 DV-CORRIDOR       PIC 9(4)   VALUE 0.
000270 01 DV-PX             USAGE COMP-2 VALUE 0.
000270 01 DV-PY             USAGE COMP-2 VALUE 0.
000270 01 DV-AX             USAGE COMP-2 VALUE 0.
000270 01 DV-AY             USAGE COMP-2 VALUE 0.
000270 01 DV-BX             USAGE COMP-2 VALUE 0.
000270 01 DV-BY             USAGE COMP-2 VALUE 0.
000270 01 DV-DX             USAGE COMP-2 VALUE 0.
000270 01 DV-DY             USAGE COMP-2 VALUE 0.
000270 01 DV-T              USAGE COMP-2 VALUE 0.
000270 01 DV-LEN2           USAGE COMP-2 VALUE 0.
000270 01 DV-CX             USAGE COMP-2 VALUE 0.
000270 01 DV-CY             USAGE COMP-2 VALUE 0.
000270 01 DV-DIST           USAGE COMP-2 VALUE 0.
000270 01 DV-BEST           USAGE COMP-2 VALUE 0.
000270 01 DV-DEV            PIC 9(5)V99 VALUE 0.
000270 01 DV-WORST          PIC 9(5)V99 VALUE 0.
000270 01 DV-WORST-PT       PIC 9(3)   VALUE 0.
000270 01 DV-OUTSIDE        PIC 9(3)   VALUE 0.
000270 01 DV-MEASURED       PIC 9(4)   VALUE 0.
000270 01 DV-TOTAL-OUT      PIC 9(5)   VALUE 0.
000270 01 DEVIATION-LINE    PIC X(100) VALUE SPACES.
000270* ONE ROW PER ROUTE MEASURED THIS RUN - ITS WORST DEVIATION ACROSS
000270* EVERY DATASET THAT CARRIED IT, FOR THE END-OF-RUN SECTION
000270 01 DR-TOTAL          PIC 9(2)   VALUE 0.
000270 01 DR-I              PIC 9(2)   VALUE 0.
000270 01 DEV-ROUTE-TABLE.
000270    03 DR-ENTRY OCCURS 99.
000270       05 DR-ROUTE    PIC X(8).
000270       05 DR-WORST    PIC 9(5)V99.
000270       05 DR-DATASET  PIC X(2).
000270       05 DR-POINT    PIC 9(3).
000270       05 DR-OUTSIDE  PIC 9(5).
000270       05 DR-CORRIDOR PIC 9(4).
000270 01 ED-DV-DEV         PIC ZZZZ9.99.
000270 01 ED-DV-COR         PIC ZZZ9.
000270 01 ED-DV-PT          PIC ZZ9.
000270 01 ED-DV-X           PIC -----9.
000270 01 ED-DV-Y           PIC -----9.
000270 01 ED-DV-CNT         PIC ZZZZ9.
000270 01 ED-DV-MEAS        PIC ZZZ9.
000270*
000270* VARIABLES FOR THE ZONE-OCCUPANCY STEP - THE WHOLE ZONE MASTER
000270* IS HELD HERE FOR THE RUN (50 ZONES, 2500 VERTICES BETWEEN THEM)
000270* WITH EACH ZONE'S BOUNDING BOX SO MOST POINT AND SEGMENT TESTS
000270* ARE TURNED AWAY WITHOUT WALKING THE BOUNDARY. A POINT IS INSIDE
000270* BY THE SAME EVEN-ODD RULE FILL-POLYGON SHADES BY; A SEGMENT'S
000270* LENGTH INSIDE A ZONE IS FOUND BY CUTTING IT AT EVERY BOUNDARY
000270* CROSSING AND TESTING THE MIDPOINT OF EACH PIECE
000270 01 ZN-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 ZONE-TAKING       PIC X      VALUE "N".
000270 01 ZONE-TOTAL        PIC 9(2)   VALUE 0.
000270 01 ZV-TOTAL          PIC 9(4)   VALUE 0.
000270 01 ZT-I              PIC 9(2)   VALUE 0.
000270 01 ZONE-TABLE.
000270    03 ZT-ENTRY OCCURS 50.
000270       05 ZT-ID         PIC X(8).
000270       05 ZT-NAME       PIC X(20).
000270       05 ZT-RESTRICTED PIC X.
000270       05 ZT-FIRST      PIC 9(4).
000270       05 ZT-COUNT      PIC 9(3).
000270       05 ZT-MIN-X      PIC S9(4).
000270       05 ZT-MAX-X      PIC S9(4).
000270       05 ZT-MIN-Y      PIC S9(4).
000270       05 ZT-MAX-Y      PIC S9(4).
000270*      THIS DATASET'S POINTS AND PATH LENGTH INSIDE THE ZONE
000270       05 ZD-POINTS     PIC 9(3).
000270       05 ZD-LENGTH     PIC 9(7)V99.
000270*      RUN TOTALS - DATASETS, LENGTH INSIDE, RESTRICTED HITS
000270       05 ZR-DATASETS   PIC 9(4).
000270       05 ZR-LENGTH     PIC 9(9)V99.
000270       05 ZR-RESTRICTED PIC 9(5).
000270 01 ZONE-VERTEX-TABLE.
000270    03 ZV-ENTRY OCCURS 2500.
000270       05 ZV-X          PIC S9(4).
000270       05 ZV-Y          PIC S9(4).
000270 01 ZV-I              PIC 9(4)   VALUE 0.
000270 01 ZV-J              PIC 9(4)   VALUE 0.
000270 01 ZV-LAST           PIC 9(4)   VALUE 0.
000270 01 ZC-DI             PIC 9(3)   VALUE 0.
000270 01 ZC-INSIDE         PIC X      VALUE "N".
000270 01 ZC-TX             USAGE COMP-2 VALUE 0.
000270 01 ZC-TY             USAGE COMP-2 VALUE 0.
000270 01 ZC-XI             USAGE COMP-2 VALUE 0.
000270 01 ZC-YI             USAGE COMP-2 VALUE 0.
000270 01 ZC-XJ             USAGE COMP-2 VALUE 0.
000270 01 ZC-YJ             USAGE COMP-2 VALUE 0.
000270 01 ZC-CROSS          USAGE COMP-2 VALUE 0.
000270 01 ZC-AX             USAGE COMP-2 VALUE 0.
000270 01 ZC-AY             USAGE COMP-2 VALUE 0.
000270 01 ZC-BX             USAGE COMP-2 VALUE 0.
000270 01 ZC-BY             USAGE COMP-2 VALUE 0.
000270 01 ZC-RX             USAGE COMP-2 VALUE 0.
000270 01 ZC-RY             USAGE COMP-2 VALUE 0.
000270 01 ZC-SX             USAGE COMP-2 VALUE 0.
000270 01 ZC-SY             USAGE COMP-2 VALUE 0.
000270 01 ZC-QX             USAGE COMP-2 VALUE 0.
000270 01 ZC-QY             USAGE COMP-2 VALUE 0.
000270 01 ZC-DEN            USAGE COMP-2 VALUE 0.
000270 01 ZC-T              USAGE COMP-2 VALUE 0.
000270 01 ZC-U              USAGE COMP-2 VALUE 0.
000270 01 ZC-MID            USAGE COMP-2 VALUE 0.
000270 01 ZC-SEG-LEN        USAGE COMP-2 VALUE 0.
000270 01 ZC-PART           USAGE COMP-2 VALUE 0.
000270 01 ZC-TMP            USAGE COMP-2 VALUE 0.
000270* THE CUT POINTS ALONG THE SEGMENT BEING MEASURED, AS FRACTIONS
000270* OF ITS LENGTH - ITS TWO ENDS PLUS ONE PER BOUNDARY CROSSING
000270 01 ZC-T-COUNT        PIC 9(3)   VALUE 0.
000270 01 ZC-TI             PIC 9(3)   VALUE 0.
000270 01 ZC-TJ             PIC 9(3)   VALUE 0.
000270 01 ZC-T-TABLE.
000270    03 ZC-TV  USAGE COMP-2 OCCURS 60.
000270 01 ZC-ENTERED        PIC 9(2)   VALUE 0.
000270 01 ZC-PCT            PIC 9(3)   VALUE 0.
000270 01 ZC-RESTR-HITS     PIC 9(3)   VALUE 0.
000270 01 ZC-DATASETS       PIC 9(4)   VALUE 0.
000270 01 ZC-TOTAL-RESTR    PIC 9(5)   VALUE 0.
000270 01 ZC-ROUTE-TEXT     PIC X(9)   VALUE SPACES.
000270 01 OCCUPANCY-LINE    PIC X(100) VALUE SPACES.
000270 01 ED-ZN-LEN         PIC ZZZZZZ9.99.
000270 01 ED-ZN-TLEN        PIC ZZZZZZZZ9.99.
000270 01 ED-ZN-PCT         PIC ZZ9.
000270 01 ED-ZN-PTS         PIC ZZ9.
000270 01 ED-ZN-CNT         PIC ZZZZ9.
000270 01 ED-ZN-X           PIC -----9.
000270 01 ED-ZN-Y           PIC -----9.
000270 01 ED-ZN-ZONES       PIC Z9.
000270*
000270* VARIABLES FOR THE SUBMISSION REGISTER - THE FINGERPRINT TOTALS
000270* ARE CLEARED WITH EACH HEADER AND BUILT UP AS THE DATASET'S
000270* RECORDS ARE READ (SEE HASH-COORDS), THEN FINISHED OFF WITH
000270* THE HEADER FIELDS AND TRANSFORMS IN BUILD-FINGERPRINT
000270 01 SR-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 SUBMIT-OPEN       PIC X      VALUE "N".
000270 01 FORCE-REPROCESS   PIC X      VALUE "N".
000270 01 DUP-FOUND         PIC X      VALUE "N".
000270 01 DUPLICATE-COUNT   PIC 9(4)   VALUE 0.
000270 01 FORCED-COUNT      PIC 9(4)   VALUE 0.
000270 01 FP-TOTALS.
000270    03 FP-SEQ          PIC 9(3).
000270    03 FP-COORD-SUM    PIC 9(10).
000270    03 FP-COORD-WEIGHT PIC 9(10).
000270    03 FP-SHAPE-SUM    PIC 9(10).
000270    03 FP-XFORM-SUM    PIC 9(10).
000270 01 FP-KEY.
000270    03 FP-ROUTE-ID     PIC X(8).
000270    03 FP-MODE         PIC X.
000270    03 FP-POINT-COUNT  PIC 9(3).
000270    03 FP-XFORM-K      PIC 9(9).
000270    03 FP-COORD-K      PIC 9(9).
000270    03 FP-WEIGHT-K     PIC 9(9).
000270    03 FP-SHAPE-K      PIC 9(9).
000270 01 FP-OP-CODE        PIC 9      VALUE 0.
000270 01 FP-AXIS-CODE      PIC 9      VALUE 0.
000270 01 ED-SR-DATASET     PIC Z(3)9.
000270 01 ED-SR-DUPS        PIC Z(3)9.
000270*
000270* VARIABLES FOR A VALIDATE (EDIT-CHECK) RUN - THE FINGERPRINTS
000270* PASSED SO FAR, SO A DATASET SENT TWICE IN THE SAME INPUT IS
000270* CAUGHT EVEN THOUGH NOTHING IS PUT ON THE SUBMISSION REGISTER
000270 01 VALIDATE-MODE     PIC X      VALUE "N".
000270 01 PASSED-COUNT      PIC 9(4)   VALUE 0.
000270 01 EC-CHECKED        PIC 9(4)   VALUE 0.
000270 01 EC-FAILED         PIC 9(4)   VALUE 0.
000270 01 EC-VERDICT        PIC X(4)   VALUE SPACES.
000270 01 EC-REASON         PIC X(60)  VALUE SPACES.
000270 01 EC-MODE           PIC X      VALUE SPACE.
000270 01 EDIT-CHECK-LINE   PIC X(132) VALUE SPACES.
000270 01 FP-SEEN-COUNT     PIC 9(3)   VALUE 0.
000270 01 FP-SEEN-I         PIC 9(3)   VALUE 0.
000270 01 FP-SEEN-AT        PIC 9(3)   VALUE 0.
000270 01 FP-SEEN-TABLE.
000270    03 FP-SEEN-ENTRY OCCURS 99.
000270       05 FP-SEEN-KEY   PIC X(48).
000270       05 FP-SEEN-DS    PIC 9(2).
000270 01 ED-EC-PTS         PIC ZZ9.
000270 01 ED-EC-CNT         PIC ZZZ9.
000270 01 ED-EC-PASS        PIC ZZZ9.
000270 01 ED-EC-FAIL        PIC ZZZ9.
000270 01 ED-EC-DUP         PIC ZZZ9.
000270*
000270* VARIABLES FOR THE RUN-HISTORY MASTER - THE RUN'S START DATE
000270* AND TIME (RUN-DATE-A / RUN-TIME-A ARE RESET AT RUN END), THE
000270* ELAPSED-TIME WORK FIELDS, AND A TALLY OF DATASETS, REJECTS AND
000270* DUPLICATES PER INPUT FILE, BUILT AS EACH DATASET IS FINISHED
000270 01 RH-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 RUN-START-DATE    PIC X(8)   VALUE SPACES.
000270 01 RUN-START-TIME    PIC X(8)   VALUE SPACES.
000270 01 HIST-DATE-N       PIC 9(8)   VALUE 0.
000270 01 HIST-TIME-X       PIC X(8)   VALUE SPACES.
000270 01 HIST-TIME-N REDEFINES HIST-TIME-X.
000270    03 HIST-HH        PIC 99.
000270    03 HIST-MM        PIC 99.
000270    03 HIST-SS        PIC 99.
000270    03 HIST-CC        PIC 99.
000270 01 HIST-START-SECS   PIC 9(11)  VALUE 0.
000270 01 HIST-END-SECS     PIC 9(11)  VALUE 0.
000270 01 HS-KIND           PIC X      VALUE SPACE.
000270 01 HS-I              PIC 99     VALUE 0.
000270 01 HS-TOTAL          PIC 99     VALUE 0.
000270 01 HIST-SOURCE-TABLE.
000270    03 HS-ENTRY OCCURS 20.
000270       05 HS-NAME        PIC X(30).
000270       05 HS-DATASETS    PIC 9(4).
000270       05 HS-REJECTS     PIC 9(4).
000270       05 HS-DUPS        PIC 9(4).
000270*
000270* VARIABLES FOR THE OUTPUT GENERATION AND ITS MANIFEST - THE RUN
000270* STAMP EVERY NUMBERED OUTPUT IS NAMED UNDER, THE MANIFEST AND
000270* GENERATION INDEX NAMES, THE RETAIN COUNT (HOW MANY GENERATIONS
000270* ARE KEPT ON DISK BEFORE THE OLDEST ARE PURGED), THE ENTRY BEING
000270* BUILT, AND THE GENERATION INDEX HELD AS A TABLE WHILE IT IS
000270* UPDATED
000270 01 GEN-STAMP         PIC X(14)  VALUE SPACES.
000270 01 RESUME-GEN-STAMP  PIC X(14)  VALUE SPACES.
000270 01 MANIFEST-STEM     PIC X(12)  VALUE "manifest".
000270 01 MANIFEST-NAME     PIC X(40)  VALUE SPACES.
000270 01 MANIFEST-OPEN     PIC X      VALUE "N".
000270 01 MF-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 CT-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 GX-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 PL-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 PG-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 GEN-INDEX-NAME    PIC X(30)  VALUE "outgen.txt".
000270 01 PURGE-LIST-NAME   PIC X(40)  VALUE SPACES.
000270 01 PURGE-NAME        PIC X(40)  VALUE SPACES.
000270 01 RETAIN-GENS       PIC 99     VALUE 7.
000270 01 MF-WORK-NAME      PIC X(40)  VALUE SPACES.
000270 01 MF-WORK-TYPE      PIC X(8)   VALUE SPACES.
000270 01 MF-WORK-SCOPE     PIC X      VALUE SPACE.
000270 01 MF-WORK-RECS      PIC 9(7)   VALUE 0.
000270 01 MF-FILE-COUNT     PIC 9(4)   VALUE 0.
000270 01 MF-REC-TOTAL      PIC 9(9)   VALUE 0.
000270 01 GX-I              PIC 9(3)   VALUE 0.
000270 01 GX-TOTAL          PIC 9(3)   VALUE 0.
000270 01 GX-PURGED         PIC 9(3)   VALUE 0.
000270 01 GX-DELETED        PIC 9(4)   VALUE 0.
000270 01 ED-GX-FILES       PIC ZZZ9.
000270 01 ED-RETAIN         PIC Z9.
000270 01 PRIOR-ENTRY.
000270    03 PE-REC-TYPE    PIC X.
000270    03 FILLER         PIC X(62).
000270    03 PE-SCOPE       PIC X.
000270    03 FILLER         PIC X(40).
000270    03 PE-RECORDS     PIC 9(7).
000270    03 FILLER         PIC X(21).
000270 01 GX-HOLD.
000270    03 GH-GEN-STAMP   PIC X(14).
000270    03 GH-MANIFEST    PIC X(40).
000270    03 GH-FILES       PIC 9(4).
000270    03 GH-RECORDS     PIC 9(9).
000270 01 GEN-INDEX-TABLE.
000270    03 GX-ENTRY       PIC X(67) OCCURS 100.
000270*
000270* VARIABLES FOR THE CHARGE FEED - ITS NAME, THE DEPARTMENT THE
000270* CURRENT INPUT FILE BILLS TO (FROM THE INPUT LIST, ELSE THE
000270* DEPARTMENT RUN PARAMETER, ELSE THE INPUT FILE'S NAME UP TO ITS
000270* FIRST "."), AND THE CONTROL TOTALS FOR THE TRAILER, WHICH ON A
000270* RESTART START FROM WHAT THE ABENDED ATTEMPT HAD ALREADY FED
000270 01 CHGFEED-STEM      PIC X(12)  VALUE "chgfeed".
000270 01 CHGFEED-NAME      PIC X(40)  VALUE SPACES.
000270 01 CHGFEED-OPEN      PIC X      VALUE "N".
000270 01 CF-FILE-STATUS    PIC XX     VALUE SPACES.
000270 01 DEPT-PARM         PIC X(8)   VALUE SPACES.
000270 01 CUR-DEPT          PIC X(8)   VALUE SPACES.
000270 01 CUR-DEPT-SOURCE   PIC X(30)  VALUE SPACES.
000270 01 CHG-WORK-STATUS   PIC X      VALUE SPACE.
000270 01 CHG-PRIOR-PLOTTED PIC 9(4)   VALUE 0.
000270 01 CHG-PRIOR-REJECTS PIC 9(4)   VALUE 0.
000270 01 CHG-PRIOR-DUPS    PIC 9(4)   VALUE 0.
000270 01 CHG-TOT-LENGTH    PIC 9(11)V99 VALUE 0.
000270 01 CHG-TOT-AREA      PIC 9(13)V99 VALUE 0.
000270 01 PRIOR-CHARGE.
000270    03 PC-REC-TYPE    PIC X.
000270    03 FILLER         PIC X(63).
000270    03 PC-STATUS      PIC X.
000270    03 FILLER         PIC X(3).
000270    03 PC-PATH-LENGTH PIC 9(7)V99.
000270    03 PC-AREA        PIC 9(9)V99.
000270    03 FILLER         PIC X(44).
000271 01 CSV-FIELDS.
000272    03 CSV-F1  PIC X(12)  VALUE SPACES.
000248    03 CSV-F2  PIC X(12)  VALUE SPACES.
000213                 IN-FILE-STATUS
000214         STOP RUN.
000214     MOVE IN-FILE-NAME TO CUR-IN-NAME.
000214     PERFORM SET-CUR-DEPT THRU SET-CUR-DEPT-DONE.
000214     OPEN OUTPUT RUN-LOG-FILE.
000214     ACCEPT RUN-DATE-A FROM DATE YYYYMMDD.
000214     ACCEPT RUN-TIME-A FROM TIME.
000214     MOVE RUN-DATE-A TO RUN-START-DATE.
000214     MOVE RUN-TIME-A TO RUN-START-TIME.
000214     MOVE SPACES TO LOG-LINE.
000214     STRING "RUN START "      DELIMITED BY SIZE
000214            RUN-DATE-A        DELIMITED BY SIZE
000214     MOVE LOG-LINE TO RUN-LOG-REC.
000214     WRITE RUN-LOG-REC.
000214     PERFORM ECHO-RUN-PARAMS THRU ECHO-RUN-PARAMS-DONE.
000214* A VALIDATE RUN OPENS NONE OF THE MASTERS OR PRODUCTION REPORTS
000214* BELOW - ITS ONE OUTPUT IS THE EDIT-CHECK REPORT
000214     IF VALIDATE-MODE = "Y"
000214         GO TO OPEN-EDIT-CHECK.
000214* THE ROUTE MASTER IS CREATED ON FIRST USE - STATUS 35 ON THE
000214* I-O OPEN JUST MEANS NO RUN HAS WRITTEN IT YET
000214     OPEN I-O ROUTE-MASTER.
000214         DISPLAY "NOTICE: GEOMETRY ARCHIVE UNAVAILABLE - STATUS "
000214                 GA-FILE-STATUS
000214     END-IF.
000214* THE SUBMISSION REGISTER IS CREATED ON FIRST USE THE SAME WAY -
000214* WITHOUT IT NO DATASET CAN BE JUDGED A DUPLICATE, SO THE RUN
000214* CARRIES ON AND PLOTS EVERYTHING
000214     OPEN I-O SUBMIT-REGISTER.
000214     IF SR-FILE-STATUS = "35"
000214         OPEN OUTPUT SUBMIT-REGISTER
000214         IF SR-FILE-STATUS = "00"
000214             CLOSE SUBMIT-REGISTER
000214             OPEN I-O SUBMIT-REGISTER
000214         END-IF
000214     END-IF.
000214     IF SR-FILE-STATUS = "00"
000214         MOVE "Y" TO SUBMIT-OPEN
000214     ELSE
000214         DISPLAY "NOTICE: SUBMISSION REGISTER UNAVAILABLE - "
000214                 "STATUS " SR-FILE-STATUS
000214     END-IF.
000214     OPEN OUTPUT TREND-FILE.
000214     MOVE TREND-TOL-PCT TO ED-PARM-PCT.
000214     MOVE TREND-TOL-FLOOR TO ED-PARM-FLR.
000214            INTO TREND-LINE.
000214     MOVE TREND-LINE TO TREND-REC.
000214     WRITE TREND-REC.
000214* THE BASELINE FILE BELONGS TO BASEMAINT AND IS ONLY READ HERE -
000214* STATUS 35 JUST MEANS NO BASELINE HAS BEEN APPROVED YET
000214     OPEN INPUT BASELINE-FILE.
000214     IF BL-FILE-STATUS = "00"
000214         MOVE "Y" TO BASELINE-OPEN
000214     ELSE
000214         IF BL-FILE-STATUS NOT = "35"
000214             DISPLAY "NOTICE: BASELINE FILE UNAVAILABLE - STATUS "
000214                     BL-FILE-STATUS
000214         END-IF
000214     END-IF.
000214     OPEN OUTPUT DEVIATION-FILE.
000214     MOVE CORRIDOR-DEFAULT TO ED-PARM-COR.
000214     MOVE SPACES TO DEVIATION-LINE.
000214     STRING "BASELINE DEVIATION REPORT - RUN " DELIMITED BY SIZE
000214            RUN-DATE-A                         DELIMITED BY SIZE
000214            " - DEFAULT CORRIDOR "             DELIMITED BY SIZE
000214            ED-PARM-COR                        DELIMITED BY SIZE
000214            " UNITS"                           DELIMITED BY SIZE
000214            INTO DEVIATION-LINE.
000214     MOVE DEVIATION-LINE TO DEVIATION-REC.
000214     WRITE DEVIATION-REC.
000214     IF BASELINE-OPEN NOT = "Y"
000214         MOVE "NO APPROVED BASELINES ON FILE - NOTHING MEASURED"
000214             TO DEVIATION-REC
000214         WRITE DEVIATION-REC.
000214* THE ZONE MASTER BELONGS TO ZONEMAINT - IT IS READ INTO THE
000214* ZONE TABLE ONCE HERE AND EVERY DATASET CLASSIFIED AGAINST THAT
000214     PERFORM LOAD-ZONES THRU LOAD-ZONES-DONE.
000214     OPEN OUTPUT OCCUPANCY-FILE.
000214     MOVE ZONE-TOTAL TO ED-ZN-ZONES.
000214     MOVE SPACES TO OCCUPANCY-LINE.
000214     STRING "ZONE OCCUPANCY REPORT - RUN " DELIMITED BY SIZE
000214            RUN-DATE-A                     DELIMITED BY SIZE
000214            " - "                          DELIMITED BY SIZE
000214            ED-ZN-ZONES                    DELIMITED BY SIZE
000214            " ZONE(S) ON FILE"             DELIMITED BY SIZE
000214            INTO OCCUPANCY-LINE.
000214     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000214     WRITE OCCUPANCY-REC.
000214     OPEN OUTPUT PRINT-WORK-FILE.
000214 OPEN-EDIT-CHECK-EXIT.
000215     GO TO READ-GRID-CONFIG.
000216 READ-GRID-CONFIG-EXIT.
000216     MOVE ACTIVE-COLS TO ED-LOG-COLS.
000216     END-IF.
000216     MOVE LOG-LINE TO RUN-LOG-REC.
000216     WRITE RUN-LOG-REC.
000216     IF VALIDATE-MODE = "Y"
000216         PERFORM WRITE-EDIT-CHECK-HEAD
000216             THRU WRITE-EDIT-CHECK-HEAD-DONE.
000201* A RESUBMIT RUN ALWAYS PROCESSES THE WHOLE REBUILT FILE - A
000201* LEFTOVER CHECKPOINT (KEPT DELIBERATELY WHEN RECONCILIATION
000201* FAILED) BELONGS TO THE REGULAR INPUT, NOT TO THE REJECTS
000201* BEING RETRIED, AND A RESUBMIT RUN NEITHER READS NOR WRITES IT.
000201* NOR DOES A VALIDATE RUN, WHICH ALWAYS CHECKS THE WHOLE INPUT
000201     IF RESUBMIT-MODE = "Y" OR VALIDATE-MODE = "Y"
000201         MOVE 0 TO DATASETS-DONE
000201         GO TO LOAD-CHECKPOINT-EXIT.
000201     GO TO LOAD-CHECKPOINT.
000205     END-IF.
000205     MOVE LOG-LINE TO RUN-LOG-REC.
000205     WRITE RUN-LOG-REC.
000205* A VALIDATE RUN WRITES NO OUTPUTS, SO HAS NO GENERATION
000205     IF VALIDATE-MODE = "Y"
000205         GO TO OPEN-GENERATION-EXIT.
000205     GO TO OPEN-GENERATION.
000205 OPEN-GENERATION-EXIT.
000206     IF DATASETS-DONE = 0
000207         GO TO SKIP-COMPLETED-DATASETS-EXIT.
000208     DISPLAY "RESUMING FROM CHECKPOINT - SKIPPING COMPLETED SETS".
099900     CLOSE IN-FILE.
099901     IF REJECT-OPEN-FLAG = "Y"
099902         CLOSE REJECT-FILE.
099902     IF VALIDATE-MODE = "Y"
099902         GO TO WRITE-EDIT-CHECK-TOTALS.
099902     IF TREND-FLAGGED = 0
099902         MOVE "ALL TRACKED ROUTES WITHIN TOLERANCE"
099902             TO TREND-LINE
099902     MOVE TREND-LINE TO TREND-REC.
099902     WRITE TREND-REC.
099902     CLOSE TREND-FILE.
099902     GO TO WRITE-DEVIATION-TOTALS.
099902 WRITE-DEVIATION-TOTALS-EXIT.
099902     CLOSE DEVIATION-FILE.
099902     IF BASELINE-OPEN = "Y"
099902         CLOSE BASELINE-FILE.
099902     GO TO WRITE-OCCUPANCY-TOTALS.
099902 WRITE-OCCUPANCY-TOTALS-EXIT.
099902     CLOSE OCCUPANCY-FILE.
099902     IF ROUTE-MASTER-OPEN = "Y"
099902         CLOSE ROUTE-MASTER.
099902     IF GEOM-ARCH-OPEN = "Y"
099902         CLOSE GEOM-ARCHIVE.
099902     IF SUBMIT-OPEN = "Y"
099902         CLOSE SUBMIT-REGISTER.
099902     GO TO CLOSE-GENERATION.
099902 CLOSE-GENERATION-EXIT.
099902 WRITE-EDIT-CHECK-TOTALS-EXIT.
099903     MOVE PLOTTED-COUNT TO ED-PLOT.
099904     MOVE REJECT-COUNT TO ED-REJ.
099905     DISPLAY "DATASETS PLOTTED: " ED-PLOT.
099906            INTO LOG-LINE.
099906     MOVE LOG-LINE TO RUN-LOG-REC.
099906     WRITE RUN-LOG-REC.
099906     MOVE DUPLICATE-COUNT TO ED-SR-DUPS.
099906     MOVE FORCED-COUNT TO ED-SR-DATASET.
099906     MOVE SPACES TO LOG-LINE.
099906     STRING "DUPLICATES - SKIPPED " DELIMITED BY SIZE
099906            ED-SR-DUPS              DELIMITED BY SIZE
099906            " REPROCESSED BY FORCE " DELIMITED BY SIZE
099906            ED-SR-DATASET           DELIMITED BY SIZE
099906            INTO LOG-LINE.
099906     MOVE LOG-LINE TO RUN-LOG-REC.
099906     WRITE RUN-LOG-REC.
099906     IF DUPLICATE-COUNT > 0
099906         DISPLAY "DATASETS SKIPPED AS DUPLICATES:" ED-SR-DUPS.
099906     ACCEPT RUN-DATE-A FROM DATE YYYYMMDD.
099906     ACCEPT RUN-TIME-A FROM TIME.
099906     MOVE SPACES TO LOG-LINE.
099910         MOVE 8 TO RETURN-CODE.
099910     IF RECON-RESULT = "F"
099910         MOVE 12 TO RETURN-CODE.
099910     GO TO WRITE-RUN-HISTORY.
099910 WRITE-RUN-HISTORY-EXIT.
099910     GO TO WRITE-STATUS-FILE.
099910 WRITE-STATUS-FILE-EXIT.
099990     STOP RUN.
000700*
000701 PROCESS-DATASET-LOOP.
000702     MOVE SPACES TO DATASET-TITLE.
000702     IF RESUBMIT-MODE = "Y"
000702         PERFORM SET-CUR-DEPT THRU SET-CUR-DEPT-DONE.
000702     MOVE "N" TO TITLE-FLAG.
000703     GO TO READ-DATASET-HEADER.
000704 READ-DATASET-HEADER-EXIT.
000711* NAMED FEATURE CAN ALWAYS BE READ ON THE PLOT
000711     GO TO PLACE-ANNOTATIONS.
000711 PLACE-ANNOTATIONS-EXIT.
000711* EVERY RECORD OF THE DATASET HAS NOW BEEN READ - A DATASET
000711* ALREADY ON THE SUBMISSION REGISTER LEAVES HERE, BEFORE ANY
000711* OUTPUT FILE, ROUTE MASTER OR ARCHIVE IS TOUCHED
000711     GO TO CHECK-DUPLICATE.
000711 CHECK-DUPLICATE-EXIT.
000711* A VALIDATE RUN IS DONE WITH THE DATASET HERE - IT PASSED
000711     IF VALIDATE-MODE = "Y"
000711         GO TO EDIT-CHECK-PASS.
099910* START WRITING FILE
099911     GO TO OPEN-NEXT-OUT-FILE.
099912 OPEN-NEXT-OUT-FILE-EXIT.
000821 WRITE-DATASET-LOG-EXIT.
000822     GO TO UPDATE-ROUTE-MASTER.
000823 UPDATE-ROUTE-MASTER-EXIT.
000823* A TRACKED ROUTE WITH AN APPROVED BASELINE HAS EVERY POINT
000823* MEASURED AGAINST IT FOR THE DEVIATION EXCEPTION REPORT
000823     GO TO CHECK-BASELINE.
000823 CHECK-BASELINE-EXIT.
000823* EVERY PLOTTED DATASET, TRACKED OR NOT, IS CLASSIFIED BY ZONE
000823* FOR THE OCCUPANCY REPORT
000823     GO TO CHECK-ZONES.
000823 CHECK-ZONES-EXIT.
000840     GO TO REGISTER-SUBMISSION.
000840 REGISTER-SUBMISSION-EXIT.
000840     GO TO SAVE-CHECKPOINT.
000841 SAVE-CHECKPOINT-EXIT.
000802     ADD 1 TO PLOTTED-COUNT.
000802     MOVE "P" TO HS-KIND.
000802     PERFORM TALLY-SOURCE THRU TALLY-SOURCE-DONE.
000803     ADD 1 TO GRAPH-NUM.
000804     GO TO PROCESS-DATASET-LOOP.
000805*
000806* BUILD "outputNN-<GENERATION>.txt" AND OPEN IT FOR THIS
000806* DATASET'S GRAPH
000807 OPEN-NEXT-OUT-FILE.
000808     MOVE GRAPH-NUM TO GRAPH-NUM-X.
000808     MOVE SPACES TO OUT-FILE-NAME.
000809     STRING OUT-STEM DELIMITED BY " "
000810            GRAPH-NUM-X DELIMITED BY SIZE
000810            "-" DELIMITED BY SIZE
000810            GEN-STAMP DELIMITED BY SIZE
000811            ".txt" DELIMITED BY SIZE
000812            INTO OUT-FILE-NAME.
000813     OPEN OUTPUT OUT-FILE.
000814     GO TO OPEN-NEXT-OUT-FILE-EXIT.
000820*
000821* BUILD "summaryNN-<GEN>.txt" AND OPEN IT FOR THIS DATASET'S
000821* REPORT
000822 OPEN-NEXT-SUMMARY-FILE.
000823     MOVE SPACES TO SUMMARY-FILE-NAME.
000823     STRING SUMMARY-STEM DELIMITED BY " "
000824            GRAPH-NUM-X DELIMITED BY SIZE
000824            "-" DELIMITED BY SIZE
000824            GEN-STAMP DELIMITED BY SIZE
000825            ".txt" DELIMITED BY SIZE
000826            INTO SUMMARY-FILE-NAME.
000827     OPEN OUTPUT SUMMARY-FILE.
000828     GO TO OPEN-NEXT-SUMMARY-FILE-EXIT.
000829*
000830* BUILD "csvNN-<GEN>.csv" AND OPEN IT FOR THIS DATASET'S
000831* STRUCTURED POINT/SEGMENT EXPORT
000832 OPEN-NEXT-CSV-FILE.
000833     MOVE SPACES TO CSV-FILE-NAME.
000833     STRING CSV-STEM DELIMITED BY " "
000834            GRAPH-NUM-X DELIMITED BY SIZE
000834            "-" DELIMITED BY SIZE
000834            GEN-STAMP DELIMITED BY SIZE
000835            ".csv" DELIMITED BY SIZE
000836            INTO CSV-FILE-NAME.
000837     OPEN OUTPUT CSV-FILE.
000839     MOVE LOG-LINE TO RUN-LOG-REC.
000839     WRITE RUN-LOG-REC.
000839     PERFORM WRITE-RESUB-LINK THRU WRITE-RESUB-LINK-DONE.
000839     PERFORM ADD-DATASET-MANIFEST THRU ADD-DATASET-MANIFEST-DONE.
000839     MOVE "P" TO CHG-WORK-STATUS.
000839     PERFORM WRITE-CHARGE-DETAIL THRU WRITE-CHARGE-DETAIL-DONE.
000839* FILE THIS DATASET IN THE PRINT BOOK DIRECTORY - ITS SPOOLED
000839* LINE COUNT DRIVES THE BOOK'S PAGINATION AT END OF RUN
000839     IF DIR-TOTAL < 99
000942     DISPLAY "NOTICE: " TREND-LINE(1:70).
000943 CHECK-EXTENT-TREND-DONE.
000944     EXIT.
000944*
000944* MEASURE THIS DATASET AGAINST ITS ROUTE'S APPROVED BASELINE -
000944* EACH POINT'S DISTANCE TO THE NEAREST BASELINE SEGMENT, AN
000944* EXCEPTION LINE FOR EVERY POINT OUTSIDE THE CORRIDOR, THEN ONE
000944* LINE FOR THE DATASET WITH ITS WORST POINT. A FILL DATASET'S
000944* APPENDED CLOSING VERTEX IS POINT 1 AGAIN AND IS NOT MEASURED
000944 CHECK-BASELINE.
000944     IF ROUTE-ID = SPACES OR BASELINE-OPEN NOT = "Y"
000944         GO TO CHECK-BASELINE-EXIT.
000944     IF POINT-COUNT < 1
000944         GO TO CHECK-BASELINE-EXIT.
000944     PERFORM LOAD-BASELINE THRU LOAD-BASELINE-DONE.
000944     IF BASELINE-FOUND = "N"
000944         GO TO CHECK-BASELINE-EXIT.
000944     MOVE SPACES TO DEVIATION-LINE.
000944     IF BASELINE-FOUND = "R"
000944         STRING "ROUTE " ROUTE-ID " DATASET " GRAPH-NUM-X
000944                " - BASELINE RETIRED, NOT MEASURED"
000944                DELIMITED BY SIZE INTO DEVIATION-LINE
000944         MOVE DEVIATION-LINE TO DEVIATION-REC
000944         WRITE DEVIATION-REC
000944         GO TO CHECK-BASELINE-EXIT.
000944     MOVE BS-CORRIDOR TO DV-CORRIDOR.
000944     IF DV-CORRIDOR = 0
000944         MOVE CORRIDOR-DEFAULT TO DV-CORRIDOR.
000944     ADD 1 TO DV-MEASURED.
000944     MOVE 0 TO DV-OUTSIDE.
000944     MOVE 0 TO DV-WORST.
000944     MOVE 0 TO DV-WORST-PT.
000944     MOVE POINT-COUNT TO DV-LIMIT.
000944     MOVE 1 TO DV-I.
000944 CHECK-BASELINE-POINT.
000944     IF DATASET-MODE = "C"
000944         MOVE CIR-CX(DV-I) TO DV-PX
000944         MOVE CIR-CY(DV-I) TO DV-PY
000944         MOVE 0 TO DV-SERIES
000944     ELSE
000944         MOVE PT-X(DV-I) TO DV-PX
000944         MOVE PT-Y(DV-I) TO DV-PY
000944         MOVE PT-SERIES(DV-I) TO DV-SERIES
000944     END-IF.
000944     PERFORM MEASURE-DEVIATION THRU MEASURE-DEVIATION-DONE.
000944     IF DV-DEV > DV-WORST OR DV-WORST-PT = 0
000944         MOVE DV-DEV TO DV-WORST
000944         MOVE DV-I TO DV-WORST-PT.
000944     IF DV-DEV > DV-CORRIDOR
000944         ADD 1 TO DV-OUTSIDE
000944         ADD 1 TO DV-TOTAL-OUT
000944         MOVE DV-I TO ED-DV-PT
000944         MOVE DV-PX TO ED-DV-X
000944         MOVE DV-PY TO ED-DV-Y
000944         MOVE DV-DEV TO ED-DV-DEV
000944         MOVE DV-CORRIDOR TO ED-DV-COR
000944         MOVE SPACES TO DEVIATION-LINE
000944         STRING "  ROUTE " ROUTE-ID " DATASET " GRAPH-NUM-X
000944                " POINT " ED-DV-PT " (" ED-DV-X "," ED-DV-Y ")"
000944                " OFF BY " ED-DV-DEV " - CORRIDOR " ED-DV-COR
000944                DELIMITED BY SIZE INTO DEVIATION-LINE
000944         MOVE DEVIATION-LINE TO DEVIATION-REC
000944         WRITE DEVIATION-REC.
000944     ADD 1 TO DV-I.
000944     IF DV-I NOT > DV-LIMIT
000944         GO TO CHECK-BASELINE-POINT.
000944     MOVE DV-LIMIT TO ED-DV-PT.
000944     MOVE DV-OUTSIDE TO ED-DV-CNT.
000944     MOVE DV-WORST TO ED-DV-DEV.
000944     MOVE DV-CORRIDOR TO ED-DV-COR.
000944     MOVE SPACES TO DEVIATION-LINE.
000944     STRING "ROUTE " ROUTE-ID " DATASET " GRAPH-NUM-X
000944            " - " ED-DV-PT " POINTS, " ED-DV-CNT
000944            " OUTSIDE CORRIDOR " ED-DV-COR
000944            " - WORST " ED-DV-DEV
000944            " (BASELINE OF " BS-APPROVED(1:8) ")"
000944            DELIMITED BY SIZE INTO DEVIATION-LINE.
000944     MOVE DEVIATION-LINE TO DEVIATION-REC.
000944     WRITE DEVIATION-REC.
000944     IF DV-OUTSIDE > 0
000944         MOVE DEVIATION-LINE TO LOG-LINE
000944         MOVE LOG-LINE TO RUN-LOG-REC
000944         WRITE RUN-LOG-REC
000944         DISPLAY "NOTICE: " DEVIATION-LINE(1:70).
000944* KEEP THE ROUTE'S WORST DEVIATION ACROSS THE RUN
000944     MOVE 1 TO DR-I.
000944 CHECK-BASELINE-ROUTE.
000944     IF DR-I > DR-TOTAL
000944         IF DR-TOTAL NOT < 99
000944             GO TO CHECK-BASELINE-EXIT
000944         END-IF
000944         ADD 1 TO DR-TOTAL
000944         MOVE DR-TOTAL TO DR-I
000944         MOVE ROUTE-ID TO DR-ROUTE(DR-I)
000944         MOVE 0 TO DR-OUTSIDE(DR-I)
000944         MOVE DV-WORST TO DR-WORST(DR-I)
000944         MOVE GRAPH-NUM-X TO DR-DATASET(DR-I)
000944         MOVE DV-WORST-PT TO DR-POINT(DR-I)
000944         MOVE DV-CORRIDOR TO DR-CORRIDOR(DR-I).
000944     IF DR-ROUTE(DR-I) NOT = ROUTE-ID
000944         ADD 1 TO DR-I
000944         GO TO CHECK-BASELINE-ROUTE.
000944     ADD DV-OUTSIDE TO DR-OUTSIDE(DR-I).
000944     IF DV-WORST > DR-WORST(DR-I)
000944         MOVE DV-WORST TO DR-WORST(DR-I)
000944         MOVE GRAPH-NUM-X TO DR-DATASET(DR-I)
000944         MOVE DV-WORST-PT TO DR-POINT(DR-I)
000944         MOVE DV-CORRIDOR TO DR-CORRIDOR(DR-I).
000944     GO TO CHECK-BASELINE-EXIT.
000944*
000944* READ THE ROUTE'S CONTROL RECORD AND, IF THE BASELINE IS STILL
000944* ACTIVE, ITS POINTS IN SEQUENCE ORDER. BASELINE-FOUND COMES BACK
000944* "Y" LOADED, "R" RETIRED, OR "N" NO BASELINE FOR THE ROUTE
000944 LOAD-BASELINE.
000944     MOVE "N" TO BASELINE-FOUND.
000944     MOVE 0 TO BS-COUNT.
000944     MOVE ROUTE-ID TO BL-ROUTE-ID.
000944     MOVE 0 TO BL-SEQ.
000944     READ BASELINE-FILE
000944         INVALID KEY GO TO LOAD-BASELINE-DONE
000944     END-READ.
000944     IF BL-FILE-STATUS NOT = "00" OR BL-REC-TYPE NOT = "H"
000944         GO TO LOAD-BASELINE-DONE.
000944     IF BL-STATUS NOT = "A"
000944         MOVE "R" TO BASELINE-FOUND
000944         GO TO LOAD-BASELINE-DONE.
000944     MOVE BL-CORRIDOR TO BS-CORRIDOR.
000944     MOVE BL-APPROVED TO BS-APPROVED.
000944     START BASELINE-FILE KEY GREATER THAN BL-KEY
000944         INVALID KEY GO TO LOAD-BASELINE-DONE
000944     END-START.
000944 LOAD-BASELINE-LOOP.
000944     READ BASELINE-FILE NEXT RECORD
000944         AT END GO TO LOAD-BASELINE-KNOWN
000944     END-READ.
000944     IF BL-FILE-STATUS NOT = "00"
000944         GO TO LOAD-BASELINE-KNOWN.
000944     IF BL-ROUTE-ID NOT = ROUTE-ID OR BS-COUNT NOT < 100
000944         GO TO LOAD-BASELINE-KNOWN.
000944     ADD 1 TO BS-COUNT.
000944     MOVE BL-X TO BS-X(BS-COUNT).
000944     MOVE BL-Y TO BS-Y(BS-COUNT).
000944     MOVE BL-SERIES TO BS-SERIES(BS-COUNT).
000944     GO TO LOAD-BASELINE-LOOP.
000944 LOAD-BASELINE-KNOWN.
000944     IF BS-COUNT > 0
000944         MOVE "Y" TO BASELINE-FOUND.
000944 LOAD-BASELINE-DONE.
000944     EXIT.
000944*
000944* DISTANCE FROM (DV-PX, DV-PY) TO THE NEAREST SEGMENT OF THE
000944* BASELINE, ROUNDED INTO DV-DEV. ONLY THE BASELINE'S SEGMENTS OF
000944* THE POINT'S OWN SERIES COUNT WHEN THE BASELINE CARRIES THAT
000944* SERIES AT ALL, OTHERWISE EVERY SEGMENT DOES. A SEGMENT NEVER
000944* JOINS TWO SERIES - THE LAST VERTEX OF A SERIES (OR A LONE ONE)
000944* IS MEASURED AS A POINT. THE FOOT OF THE PERPENDICULAR IS
000944* CLAMPED TO THE SEGMENT'S ENDS.
000944 MEASURE-DEVIATION.
000944     MOVE "N" TO DV-HAVE-BEST.
000944     MOVE 0 TO DV-BEST.
000944     MOVE "N" TO DV-SER-MATCH.
000944     MOVE 1 TO BS-I.
000944 MEASURE-SERIES-SCAN.
000944     IF BS-SERIES(BS-I) = DV-SERIES
000944         MOVE "Y" TO DV-SER-MATCH
000944         GO TO MEASURE-SEGMENTS.
000944     ADD 1 TO BS-I.
000944     IF BS-I NOT > BS-COUNT
000944         GO TO MEASURE-SERIES-SCAN.
000944 MEASURE-SEGMENTS.
000944     MOVE 1 TO BS-I.
000944 MEASURE-SEGMENT-LOOP.
000944     IF DV-SER-MATCH = "Y" AND BS-SERIES(BS-I) NOT = DV-SERIES
000944         GO TO MEASURE-SEGMENT-NEXT.
000944     MOVE BS-X(BS-I) TO DV-AX.
000944     MOVE BS-Y(BS-I) TO DV-AY.
000944     MOVE DV-AX TO DV-BX.
000944     MOVE DV-AY TO DV-BY.
000944     IF BS-I < BS-COUNT
000944         IF BS-SERIES(BS-I + 1) = BS-SERIES(BS-I)
000944             MOVE BS-X(BS-I + 1) TO DV-BX
000944             MOVE BS-Y(BS-I + 1) TO DV-BY
000944         END-IF
000944     END-IF.
000944     COMPUTE DV-DX = DV-BX - DV-AX.
000944     COMPUTE DV-DY = DV-BY - DV-AY.
000944     COMPUTE DV-LEN2 = DV-DX * DV-DX + DV-DY * DV-DY.
000944     MOVE 0 TO DV-T.
000944     IF DV-LEN2 > 0
000944         COMPUTE DV-T = ((DV-PX - DV-AX) * DV-DX
000944                       + (DV-PY - DV-AY) * DV-DY) / DV-LEN2
000944         IF DV-T < 0
000944             MOVE 0 TO DV-T
000944         END-IF
000944         IF DV-T > 1
000944             MOVE 1 TO DV-T
000944         END-IF
000944     END-IF.
000944     COMPUTE DV-CX = DV-AX + DV-T * DV-DX - DV-PX.
000944     COMPUTE DV-CY = DV-AY + DV-T * DV-DY - DV-PY.
000944     COMPUTE DV-DIST =
000944         FUNCTION SQRT(DV-CX * DV-CX + DV-CY * DV-CY).
000944     IF DV-HAVE-BEST = "N" OR DV-DIST < DV-BEST
000944         MOVE DV-DIST TO DV-BEST
000944         MOVE "Y" TO DV-HAVE-BEST.
000944 MEASURE-SEGMENT-NEXT.
000944     ADD 1 TO BS-I.
000944     IF BS-I NOT > BS-COUNT
000944         GO TO MEASURE-SEGMENT-LOOP.
000944     COMPUTE DV-DEV ROUNDED = DV-BEST.
000944 MEASURE-DEVIATION-DONE.
000944     EXIT.
000944*
000944* END-OF-RUN SECTION OF THE DEVIATION REPORT - THE WORST POINT OF
000944* EACH ROUTE MEASURED THIS RUN, AND THE RUN'S TOTALS
000944 WRITE-DEVIATION-TOTALS.
000944     MOVE SPACES TO DEVIATION-REC.
000944     WRITE DEVIATION-REC.
000944     MOVE "WORST DEVIATION BY ROUTE" TO DEVIATION-REC.
000944     WRITE DEVIATION-REC.
000944     IF DR-TOTAL = 0
000944         MOVE "  NO TRACKED ROUTE HAD AN APPROVED BASELINE"
000944             TO DEVIATION-REC
000944         WRITE DEVIATION-REC
000944         GO TO WRITE-DEVIATION-TOTALS-EXIT.
000944     MOVE 1 TO DR-I.
000944 WRITE-DEVIATION-ROUTE-LOOP.
000944     MOVE DR-WORST(DR-I) TO ED-DV-DEV.
000944     MOVE DR-POINT(DR-I) TO ED-DV-PT.
000944     MOVE DR-OUTSIDE(DR-I) TO ED-DV-CNT.
000944     MOVE DR-CORRIDOR(DR-I) TO ED-DV-COR.
000944     MOVE SPACES TO DEVIATION-LINE.
000944     STRING "  ROUTE " DR-ROUTE(DR-I)
000944            " WORST " ED-DV-DEV
000944            " AT DATASET " DR-DATASET(DR-I)
000944            " POINT " ED-DV-PT
000944            " - CORRIDOR " ED-DV-COR
000944            " - POINTS OUTSIDE " ED-DV-CNT
000944            DELIMITED BY SIZE INTO DEVIATION-LINE.
000944     MOVE DEVIATION-LINE TO DEVIATION-REC.
000944     WRITE DEVIATION-REC.
000944     ADD 1 TO DR-I.
000944     IF DR-I NOT > DR-TOTAL
000944         GO TO WRITE-DEVIATION-ROUTE-LOOP.
000944     MOVE DV-MEASURED TO ED-DV-MEAS.
000944     MOVE DV-TOTAL-OUT TO ED-DV-CNT.
000944     MOVE SPACES TO DEVIATION-LINE.
000944     STRING "DATASETS MEASURED " ED-DV-MEAS
000944            " - POINTS OUTSIDE CORRIDOR " ED-DV-CNT
000944            DELIMITED BY SIZE INTO DEVIATION-LINE.
000944     MOVE DEVIATION-LINE TO DEVIATION-REC.
000944     WRITE DEVIATION-REC.
000944     MOVE DEVIATION-LINE TO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     GO TO WRITE-DEVIATION-TOTALS-EXIT.
000944*
000944* READ THE WHOLE ZONE MASTER INTO THE ZONE TABLE, IN ZONE ID
000944* ORDER. A ZONE WITH FEWER THAN 3 VERTICES ENCLOSES NOTHING AND
000944* IS DROPPED; ZONES BEYOND THE TABLE'S ROOM ARE REPORTED AND
000944* PASSED OVER. NO MASTER AT ALL (STATUS 35) JUST MEANS NO ZONES
000944 LOAD-ZONES.
000944     MOVE 0 TO ZONE-TOTAL.
000944     MOVE 0 TO ZV-TOTAL.
000944     MOVE "N" TO ZONE-TAKING.
000944     OPEN INPUT ZONE-FILE.
000944     IF ZN-FILE-STATUS NOT = "00"
000944         IF ZN-FILE-STATUS NOT = "35"
000944             DISPLAY "NOTICE: ZONE MASTER UNAVAILABLE - STATUS "
000944                     ZN-FILE-STATUS
000944         END-IF
000944         GO TO LOAD-ZONES-LOGGED.
000944 LOAD-ZONES-LOOP.
000944     READ ZONE-FILE NEXT RECORD
000944         AT END GO TO LOAD-ZONES-END
000944     END-READ.
000944     IF ZN-FILE-STATUS NOT = "00"
000944         GO TO LOAD-ZONES-END.
000944     IF ZN-REC-TYPE = "H"
000944         PERFORM LOAD-ZONE-FINISH THRU LOAD-ZONE-FINISH-DONE
000944         GO TO LOAD-ZONES-NEW.
000944     IF ZONE-TAKING NOT = "Y" OR ZV-TOTAL NOT < 2500
000944         GO TO LOAD-ZONES-LOOP.
000944     IF ZT-COUNT(ZONE-TOTAL) NOT < 50
000944         GO TO LOAD-ZONES-LOOP.
000944     ADD 1 TO ZV-TOTAL.
000944     ADD 1 TO ZT-COUNT(ZONE-TOTAL).
000944     MOVE ZN-X TO ZV-X(ZV-TOTAL).
000944     MOVE ZN-Y TO ZV-Y(ZV-TOTAL).
000944     IF ZN-X < ZT-MIN-X(ZONE-TOTAL)
000944         MOVE ZN-X TO ZT-MIN-X(ZONE-TOTAL).
000944     IF ZN-X > ZT-MAX-X(ZONE-TOTAL)
000944         MOVE ZN-X TO ZT-MAX-X(ZONE-TOTAL).
000944     IF ZN-Y < ZT-MIN-Y(ZONE-TOTAL)
000944         MOVE ZN-Y TO ZT-MIN-Y(ZONE-TOTAL).
000944     IF ZN-Y > ZT-MAX-Y(ZONE-TOTAL)
000944         MOVE ZN-Y TO ZT-MAX-Y(ZONE-TOTAL).
000944     GO TO LOAD-ZONES-LOOP.
000944 LOAD-ZONES-NEW.
000944     IF ZONE-TOTAL NOT < 50 OR ZV-TOTAL NOT < 2500
000944         DISPLAY "NOTICE: ZONE TABLE FULL - ZONE " ZN-ZONE-ID
000944                 " NOT LOADED"
000944         GO TO LOAD-ZONES-LOOP.
000944     ADD 1 TO ZONE-TOTAL.
000944     MOVE "Y" TO ZONE-TAKING.
000944     MOVE ZN-ZONE-ID TO ZT-ID(ZONE-TOTAL).
000944     MOVE ZN-NAME TO ZT-NAME(ZONE-TOTAL).
000944     MOVE ZN-RESTRICTED TO ZT-RESTRICTED(ZONE-TOTAL).
000944     COMPUTE ZT-FIRST(ZONE-TOTAL) = ZV-TOTAL + 1.
000944     MOVE 0 TO ZT-COUNT(ZONE-TOTAL).
000944     MOVE 9999 TO ZT-MIN-X(ZONE-TOTAL).
000944     MOVE -9999 TO ZT-MAX-X(ZONE-TOTAL).
000944     MOVE 9999 TO ZT-MIN-Y(ZONE-TOTAL).
000944     MOVE -9999 TO ZT-MAX-Y(ZONE-TOTAL).
000944     MOVE 0 TO ZR-DATASETS(ZONE-TOTAL).
000944     MOVE 0 TO ZR-LENGTH(ZONE-TOTAL).
000944     MOVE 0 TO ZR-RESTRICTED(ZONE-TOTAL).
000944     GO TO LOAD-ZONES-LOOP.
000944 LOAD-ZONES-END.
000944     PERFORM LOAD-ZONE-FINISH THRU LOAD-ZONE-FINISH-DONE.
000944     CLOSE ZONE-FILE.
000944 LOAD-ZONES-LOGGED.
000944     MOVE ZONE-TOTAL TO ED-ZN-ZONES.
000944     MOVE SPACES TO LOG-LINE.
000944     STRING "ZONES LOADED FROM ZONE MASTER: " DELIMITED BY SIZE
000944            ED-ZN-ZONES                       DELIMITED BY SIZE
000944            INTO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944 LOAD-ZONES-DONE.
000944     EXIT.
000944*
000944* CLOSE OFF THE ZONE JUST READ - ONE WITH FEWER THAN 3 VERTICES
000944* GIVES ITS TABLE SLOT AND ITS VERTICES BACK
000944 LOAD-ZONE-FINISH.
000944     IF ZONE-TAKING = "Y" AND ZT-COUNT(ZONE-TOTAL) < 3
000944         SUBTRACT ZT-COUNT(ZONE-TOTAL) FROM ZV-TOTAL
000944         SUBTRACT 1 FROM ZONE-TOTAL.
000944     MOVE "N" TO ZONE-TAKING.
000944 LOAD-ZONE-FINISH-DONE.
000944     EXIT.
000944*
000944* CLASSIFY THIS DATASET BY ZONE - EVERY POINT (EVERY CENTER, FOR
000944* A CIRCLE DATASET, WHICH HAS NO PATH) IS TESTED AGAINST EVERY
000944* ZONE, AND EVERY SEGMENT OF THE PATH THE SUMMARY'S PATH LENGTH
000944* IS MEASURED OVER HAS ITS LENGTH INSIDE EACH ZONE ADDED UP. ONE
000944* LINE PER ZONE ENTERED, AND ONE PER POINT IN A RESTRICTED ZONE
000944 CHECK-ZONES.
000944     IF ZONE-TOTAL = 0
000944         GO TO CHECK-ZONES-EXIT.
000944     ADD 1 TO ZC-DATASETS.
000944     MOVE 0 TO ZC-RESTR-HITS.
000944     MOVE 1 TO ZT-I.
000944 CHECK-ZONES-CLEAR.
000944     MOVE 0 TO ZD-POINTS(ZT-I).
000944     MOVE 0 TO ZD-LENGTH(ZT-I).
000944     ADD 1 TO ZT-I.
000944     IF ZT-I NOT > ZONE-TOTAL
000944         GO TO CHECK-ZONES-CLEAR.
000944     MOVE ROUTE-ID TO ZC-ROUTE-TEXT.
000944     IF ROUTE-ID = SPACES
000944         MOVE "UNTRACKED" TO ZC-ROUTE-TEXT.
000944     MOVE PATH-LENGTH TO ED-ZN-LEN.
000944     MOVE SPACES TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     MOVE SPACES TO OCCUPANCY-LINE.
000944     STRING "DATASET "    DELIMITED BY SIZE
000944            GRAPH-NUM-X   DELIMITED BY SIZE
000944            " FROM "      DELIMITED BY SIZE
000944            CUR-IN-NAME   DELIMITED BY " "
000944            " MODE "      DELIMITED BY SIZE
000944            LOG-MODE-X    DELIMITED BY SIZE
000944            " ROUTE "     DELIMITED BY SIZE
000944            ZC-ROUTE-TEXT DELIMITED BY SIZE
000944            " PATH LENGTH " DELIMITED BY SIZE
000944            ED-ZN-LEN     DELIMITED BY SIZE
000944            INTO OCCUPANCY-LINE.
000944     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     IF POINT-COUNT < 1
000944         GO TO CHECK-ZONES-SEGMENTS.
000944     MOVE 1 TO ZC-DI.
000944 CHECK-ZONES-POINT.
000944     IF DATASET-MODE = "C"
000944         MOVE CIR-CX(ZC-DI) TO ZC-TX
000944         MOVE CIR-CY(ZC-DI) TO ZC-TY
000944     ELSE
000944         MOVE PT-X(ZC-DI) TO ZC-TX
000944         MOVE PT-Y(ZC-DI) TO ZC-TY
000944     END-IF.
000944     MOVE 1 TO ZT-I.
000944 CHECK-ZONES-POINT-ZONE.
000944     PERFORM ZONE-CONTAINS THRU ZONE-CONTAINS-DONE.
000944     IF ZC-INSIDE NOT = "Y"
000944         GO TO CHECK-ZONES-POINT-NEXT.
000944     ADD 1 TO ZD-POINTS(ZT-I).
000944     IF ZT-RESTRICTED(ZT-I) NOT = "Y"
000944         GO TO CHECK-ZONES-POINT-NEXT.
000944     ADD 1 TO ZC-RESTR-HITS.
000944     ADD 1 TO ZC-TOTAL-RESTR.
000944     ADD 1 TO ZR-RESTRICTED(ZT-I).
000944     MOVE ZC-DI TO ED-ZN-PTS.
000944     MOVE ZC-TX TO ED-ZN-X.
000944     MOVE ZC-TY TO ED-ZN-Y.
000944     MOVE SPACES TO OCCUPANCY-LINE.
000944     STRING "  *** POINT " ED-ZN-PTS " (" ED-ZN-X "," ED-ZN-Y ")"
000944            " INSIDE RESTRICTED ZONE " ZT-ID(ZT-I)
000944            " " ZT-NAME(ZT-I)
000944            DELIMITED BY SIZE INTO OCCUPANCY-LINE.
000944     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944 CHECK-ZONES-POINT-NEXT.
000944     ADD 1 TO ZT-I.
000944     IF ZT-I NOT > ZONE-TOTAL
000944         GO TO CHECK-ZONES-POINT-ZONE.
000944     ADD 1 TO ZC-DI.
000944     IF ZC-DI NOT > POINT-COUNT
000944         GO TO CHECK-ZONES-POINT.
000944* THE SAME CONSECUTIVE-POINT SEGMENTS COMPUTE-PATH-LENGTH SUMS,
000944* CLOSING EDGE OF A FILL DATASET INCLUDED
000944 CHECK-ZONES-SEGMENTS.
000944     IF DATASET-MODE = "C" OR DRAW-COUNT < 2
000944         GO TO CHECK-ZONES-REPORT.
000944     MOVE 1 TO ZC-DI.
000944 CHECK-ZONES-SEGMENT.
000944     MOVE PT-X(ZC-DI) TO ZC-AX.
000944     MOVE PT-Y(ZC-DI) TO ZC-AY.
000944     MOVE PT-X(ZC-DI + 1) TO ZC-BX.
000944     MOVE PT-Y(ZC-DI + 1) TO ZC-BY.
000944     COMPUTE ZC-RX = ZC-BX - ZC-AX.
000944     COMPUTE ZC-RY = ZC-BY - ZC-AY.
000944     COMPUTE ZC-SEG-LEN =
000944         FUNCTION SQRT(ZC-RX * ZC-RX + ZC-RY * ZC-RY).
000944     IF ZC-SEG-LEN = 0
000944         GO TO CHECK-ZONES-SEGMENT-NEXT.
000944     MOVE 1 TO ZT-I.
000944 CHECK-ZONES-SEGMENT-ZONE.
000944     PERFORM ZONE-SEGMENT-LENGTH THRU ZONE-SEGMENT-LENGTH-DONE.
000944     ADD 1 TO ZT-I.
000944     IF ZT-I NOT > ZONE-TOTAL
000944         GO TO CHECK-ZONES-SEGMENT-ZONE.
000944 CHECK-ZONES-SEGMENT-NEXT.
000944     ADD 1 TO ZC-DI.
000944     IF ZC-DI < DRAW-COUNT
000944         GO TO CHECK-ZONES-SEGMENT.
000944 CHECK-ZONES-REPORT.
000944     MOVE 0 TO ZC-ENTERED.
000944     MOVE 1 TO ZT-I.
000944 CHECK-ZONES-REPORT-LOOP.
000944     IF ZD-POINTS(ZT-I) = 0 AND ZD-LENGTH(ZT-I) = 0
000944         GO TO CHECK-ZONES-REPORT-NEXT.
000944     ADD 1 TO ZC-ENTERED.
000944     ADD 1 TO ZR-DATASETS(ZT-I).
000944     ADD ZD-LENGTH(ZT-I) TO ZR-LENGTH(ZT-I).
000944     MOVE 0 TO ZC-PCT.
000944     IF PATH-LENGTH > 0
000944         COMPUTE ZC-PCT ROUNDED =
000944             ZD-LENGTH(ZT-I) * 100 / PATH-LENGTH.
000944     IF ZC-PCT > 100
000944         MOVE 100 TO ZC-PCT.
000944     MOVE ZD-POINTS(ZT-I) TO ED-ZN-PTS.
000944     MOVE ZD-LENGTH(ZT-I) TO ED-ZN-LEN.
000944     MOVE ZC-PCT TO ED-ZN-PCT.
000944     MOVE SPACES TO OCCUPANCY-LINE.
000944     STRING "  ZONE " ZT-ID(ZT-I) " " ZT-NAME(ZT-I)
000944            " POINTS " ED-ZN-PTS
000944            " LENGTH INSIDE " ED-ZN-LEN
000944            " (" ED-ZN-PCT " PCT)"
000944            DELIMITED BY SIZE INTO OCCUPANCY-LINE.
000944     IF ZT-RESTRICTED(ZT-I) = "Y"
000944         MOVE "RESTRICTED" TO OCCUPANCY-LINE(85:10).
000944     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944 CHECK-ZONES-REPORT-NEXT.
000944     ADD 1 TO ZT-I.
000944     IF ZT-I NOT > ZONE-TOTAL
000944         GO TO CHECK-ZONES-REPORT-LOOP.
000944     IF ZC-ENTERED = 0
000944         MOVE "  NO ZONES ENTERED" TO OCCUPANCY-REC
000944         WRITE OCCUPANCY-REC.
000944     IF ZC-RESTR-HITS = 0
000944         GO TO CHECK-ZONES-EXIT.
000944     MOVE ZC-RESTR-HITS TO ED-ZN-PTS.
000944     MOVE SPACES TO LOG-LINE.
000944     STRING "DATASET "    DELIMITED BY SIZE
000944            GRAPH-NUM-X   DELIMITED BY SIZE
000944            " HAS "       DELIMITED BY SIZE
000944            ED-ZN-PTS     DELIMITED BY SIZE
000944            " POINT(S) INSIDE RESTRICTED ZONES" DELIMITED BY SIZE
000944            INTO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     DISPLAY "NOTICE: " LOG-LINE(1:70).
000944     GO TO CHECK-ZONES-EXIT.
000944*
000944* IS (ZC-TX, ZC-TY) INSIDE ZONE ZT-I? EVEN-ODD RULE - COUNT THE
000944* BOUNDARY EDGES A RAY TO THE RIGHT OF THE POINT CROSSES, EACH
000944* EDGE TAKEN AS RUNNING FROM VERTEX ZV-J TO VERTEX ZV-I, THE
000944* FIRST EDGE BEING THE IMPLIED CLOSING ONE FROM THE LAST VERTEX
000944 ZONE-CONTAINS.
000944     MOVE "N" TO ZC-INSIDE.
000944     IF ZC-TX < ZT-MIN-X(ZT-I) OR ZC-TX > ZT-MAX-X(ZT-I)
000944        OR ZC-TY < ZT-MIN-Y(ZT-I) OR ZC-TY > ZT-MAX-Y(ZT-I)
000944         GO TO ZONE-CONTAINS-DONE.
000944     MOVE ZT-FIRST(ZT-I) TO ZV-I.
000944     COMPUTE ZV-LAST = ZT-FIRST(ZT-I) + ZT-COUNT(ZT-I) - 1.
000944     MOVE ZV-LAST TO ZV-J.
000944 ZONE-CONTAINS-LOOP.
000944     MOVE ZV-X(ZV-I) TO ZC-XI.
000944     MOVE ZV-Y(ZV-I) TO ZC-YI.
000944     MOVE ZV-X(ZV-J) TO ZC-XJ.
000944     MOVE ZV-Y(ZV-J) TO ZC-YJ.
000944     IF (ZC-YI > ZC-TY AND ZC-YJ NOT > ZC-TY)
000944        OR (ZC-YI NOT > ZC-TY AND ZC-YJ > ZC-TY)
000944         COMPUTE ZC-CROSS = (ZC-XJ - ZC-XI) * (ZC-TY - ZC-YI)
000944                          / (ZC-YJ - ZC-YI) + ZC-XI
000944         IF ZC-TX < ZC-CROSS
000944             IF ZC-INSIDE = "Y"
000944                 MOVE "N" TO ZC-INSIDE
000944             ELSE
000944                 MOVE "Y" TO ZC-INSIDE
000944             END-IF
000944         END-IF
000944     END-IF.
000944     MOVE ZV-I TO ZV-J.
000944     ADD 1 TO ZV-I.
000944     IF ZV-I NOT > ZV-LAST
000944         GO TO ZONE-CONTAINS-LOOP.
000944 ZONE-CONTAINS-DONE.
000944     EXIT.
000944*
000944* ADD THE LENGTH OF SEGMENT (ZC-AX,ZC-AY)-(ZC-BX,ZC-BY) LYING
000944* INSIDE ZONE ZT-I TO THE ZONE'S TOTAL FOR THIS DATASET - CUT
000944* THE SEGMENT WHEREVER IT CROSSES A BOUNDARY EDGE, SORT THE CUTS
000944* ALONG THE SEGMENT, AND COUNT EACH PIECE WHOSE MIDPOINT IS IN
000944 ZONE-SEGMENT-LENGTH.
000944     IF (ZC-AX < ZT-MIN-X(ZT-I) AND ZC-BX < ZT-MIN-X(ZT-I))
000944        OR (ZC-AX > ZT-MAX-X(ZT-I) AND ZC-BX > ZT-MAX-X(ZT-I))
000944        OR (ZC-AY < ZT-MIN-Y(ZT-I) AND ZC-BY < ZT-MIN-Y(ZT-I))
000944        OR (ZC-AY > ZT-MAX-Y(ZT-I) AND ZC-BY > ZT-MAX-Y(ZT-I))
000944         GO TO ZONE-SEGMENT-LENGTH-DONE.
000944     MOVE 2 TO ZC-T-COUNT.
000944     MOVE 0 TO ZC-TV(1).
000944     MOVE 1 TO ZC-TV(2).
000944     MOVE ZT-FIRST(ZT-I) TO ZV-I.
000944     COMPUTE ZV-LAST = ZT-FIRST(ZT-I) + ZT-COUNT(ZT-I) - 1.
000944     MOVE ZV-LAST TO ZV-J.
000944 ZONE-SEGMENT-EDGE.
000944     COMPUTE ZC-SX = ZV-X(ZV-I) - ZV-X(ZV-J).
000944     COMPUTE ZC-SY = ZV-Y(ZV-I) - ZV-Y(ZV-J).
000944     COMPUTE ZC-DEN = ZC-RX * ZC-SY - ZC-RY * ZC-SX.
000944     IF ZC-DEN = 0
000944         GO TO ZONE-SEGMENT-EDGE-NEXT.
000944     COMPUTE ZC-QX = ZV-X(ZV-J) - ZC-AX.
000944     COMPUTE ZC-QY = ZV-Y(ZV-J) - ZC-AY.
000944     COMPUTE ZC-T = (ZC-QX * ZC-SY - ZC-QY * ZC-SX) / ZC-DEN.
000944     COMPUTE ZC-U = (ZC-QX * ZC-RY - ZC-QY * ZC-RX) / ZC-DEN.
000944     IF ZC-T > 0 AND ZC-T < 1 AND ZC-U NOT < 0 AND ZC-U NOT > 1
000944        AND ZC-T-COUNT < 60
000944         ADD 1 TO ZC-T-COUNT
000944         MOVE ZC-T TO ZC-TV(ZC-T-COUNT).
000944 ZONE-SEGMENT-EDGE-NEXT.
000944     MOVE ZV-I TO ZV-J.
000944     ADD 1 TO ZV-I.
000944     IF ZV-I NOT > ZV-LAST
000944         GO TO ZONE-SEGMENT-EDGE.
000944* INSERTION SORT OF THE CUTS - A HANDFUL AT MOST
000944     MOVE 2 TO ZC-TI.
000944 ZONE-SEGMENT-SORT.
000944     IF ZC-TI > ZC-T-COUNT
000944         GO TO ZONE-SEGMENT-PIECES.
000944     MOVE ZC-TV(ZC-TI) TO ZC-TMP.
000944     MOVE ZC-TI TO ZC-TJ.
000944 ZONE-SEGMENT-SIFT.
000944     IF ZC-TJ > 1
000944         IF ZC-TV(ZC-TJ - 1) > ZC-TMP
000944             MOVE ZC-TV(ZC-TJ - 1) TO ZC-TV(ZC-TJ)
000944             SUBTRACT 1 FROM ZC-TJ
000944             GO TO ZONE-SEGMENT-SIFT.
000944     MOVE ZC-TMP TO ZC-TV(ZC-TJ).
000944     ADD 1 TO ZC-TI.
000944     GO TO ZONE-SEGMENT-SORT.
000944 ZONE-SEGMENT-PIECES.
000944     MOVE 0 TO ZC-PART.
000944     MOVE 1 TO ZC-TI.
000944 ZONE-SEGMENT-PIECE.
000944     IF ZC-TV(ZC-TI + 1) > ZC-TV(ZC-TI)
000944         COMPUTE ZC-MID = (ZC-TV(ZC-TI) + ZC-TV(ZC-TI + 1)) / 2
000944         COMPUTE ZC-TX = ZC-AX + ZC-MID * ZC-RX
000944         COMPUTE ZC-TY = ZC-AY + ZC-MID * ZC-RY
000944         PERFORM ZONE-CONTAINS THRU ZONE-CONTAINS-DONE
000944         IF ZC-INSIDE = "Y"
000944             COMPUTE ZC-PART = ZC-PART + (ZC-TV(ZC-TI + 1)
000944                             - ZC-TV(ZC-TI)) * ZC-SEG-LEN
000944         END-IF
000944     END-IF.
000944     ADD 1 TO ZC-TI.
000944     IF ZC-TI < ZC-T-COUNT
000944         GO TO ZONE-SEGMENT-PIECE.
000944     IF ZC-PART > 0
000944         COMPUTE ZD-LENGTH(ZT-I) ROUNDED =
000944             ZD-LENGTH(ZT-I) + ZC-PART.
000944 ZONE-SEGMENT-LENGTH-DONE.
000944     EXIT.
000944*
000944* END-OF-RUN SECTION OF THE OCCUPANCY REPORT - PER ZONE, HOW MANY
000944* DATASETS ENTERED IT, THEIR TOTAL PATH LENGTH INSIDE IT AND THE
000944* POINTS THAT LANDED IN IT WHEN IT IS RESTRICTED
000944 WRITE-OCCUPANCY-TOTALS.
000944     MOVE SPACES TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     IF ZONE-TOTAL = 0
000944         MOVE "NO ZONES ON FILE - NOTHING CLASSIFIED"
000944             TO OCCUPANCY-REC
000944         WRITE OCCUPANCY-REC
000944         GO TO WRITE-OCCUPANCY-TOTALS-EXIT.
000944     MOVE "RUN TOTALS BY ZONE" TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     MOVE 1 TO ZT-I.
000944 WRITE-OCCUPANCY-ZONE-LOOP.
000944     MOVE ZR-DATASETS(ZT-I) TO ED-ZN-CNT.
000944     MOVE ZR-LENGTH(ZT-I) TO ED-ZN-TLEN.
000944     MOVE SPACES TO OCCUPANCY-LINE.
000944     STRING "  ZONE " ZT-ID(ZT-I) " " ZT-NAME(ZT-I)
000944            " DATASETS " ED-ZN-CNT
000944            " LENGTH INSIDE " ED-ZN-TLEN
000944            DELIMITED BY SIZE INTO OCCUPANCY-LINE.
000944     IF ZT-RESTRICTED(ZT-I) = "Y"
000944         MOVE ZR-RESTRICTED(ZT-I) TO ED-ZN-CNT
000944         STRING " RESTRICTED PTS " ED-ZN-CNT
000944                DELIMITED BY SIZE INTO OCCUPANCY-LINE(80:21).
000944     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     ADD 1 TO ZT-I.
000944     IF ZT-I NOT > ZONE-TOTAL
000944         GO TO WRITE-OCCUPANCY-ZONE-LOOP.
000944     MOVE ZC-DATASETS TO ED-ZN-CNT.
000944     MOVE SPACES TO OCCUPANCY-LINE.
000944     STRING "DATASETS CLASSIFIED " ED-ZN-CNT
000944            DELIMITED BY SIZE INTO OCCUPANCY-LINE.
000944     MOVE ZC-TOTAL-RESTR TO ED-ZN-CNT.
000944     STRING " - POINTS IN RESTRICTED ZONES " ED-ZN-CNT
000944            DELIMITED BY SIZE INTO OCCUPANCY-LINE(26:40).
000944     MOVE OCCUPANCY-LINE TO OCCUPANCY-REC.
000944     WRITE OCCUPANCY-REC.
000944     MOVE OCCUPANCY-LINE TO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     GO TO WRITE-OCCUPANCY-TOTALS-EXIT.
000944*
000944* LOOK THE DATASET JUST READ UP ON THE SUBMISSION REGISTER. A HIT
000944* MEANS IT WAS PLOTTED BEFORE - THE REDELIVERY IS LOGGED AND
000944* COUNTED ON THE REGISTER RECORD, AND THE DATASET IS SKIPPED
000944* UNLESS FORCE IS IN EFFECT, IN WHICH CASE IT IS PLOTTED AGAIN
000944* AND REGISTER-SUBMISSION MAKES THIS RUN THE ONE ON RECORD
000944 CHECK-DUPLICATE.
000944     MOVE "N" TO DUP-FOUND.
000944     PERFORM BUILD-FINGERPRINT THRU BUILD-FINGERPRINT-DONE.
000944* A VALIDATE RUN REGISTERS NOTHING, SO IT ALSO REMEMBERS WHAT IT
000944* HAS PASSED TO CATCH A DATASET SENT TWICE IN THE ONE INPUT
000944     MOVE 0 TO FP-SEEN-AT.
000944     IF VALIDATE-MODE = "Y"
000944         PERFORM FIND-SEEN-FINGERPRINT
000944             THRU FIND-SEEN-FINGERPRINT-DONE.
000944     IF FP-SEEN-AT > 0 AND FORCE-REPROCESS NOT = "Y"
000944         GO TO EDIT-CHECK-DUPLICATE.
000944     IF SUBMIT-OPEN NOT = "Y"
000944         GO TO CHECK-DUPLICATE-EXIT.
000944     MOVE FP-KEY TO SR-KEY.
000944     READ SUBMIT-REGISTER
000944         INVALID KEY GO TO CHECK-DUPLICATE-EXIT
000944     END-READ.
000944     IF SR-FILE-STATUS NOT = "00"
000944         GO TO CHECK-DUPLICATE-EXIT.
000944     MOVE "Y" TO DUP-FOUND.
000944     MOVE SPACES TO CUR-RUN-STAMP.
000944     STRING RUN-DATE-A      DELIMITED BY SIZE
000944            RUN-TIME-A(1:6) DELIMITED BY SIZE
000944            INTO CUR-RUN-STAMP.
000944     ADD 1 TO SR-DUP-COUNT.
000944     MOVE CUR-RUN-STAMP TO SR-LAST-SEEN.
000944     MOVE CUR-IN-NAME TO SR-LAST-SOURCE.
000944     MOVE GRAPH-NUM TO GRAPH-NUM-X.
000944     MOVE SR-DATASET TO ED-SR-DATASET.
000944     MOVE SPACES TO LOG-LINE.
000944     STRING "DATASET "      DELIMITED BY SIZE
000944            GRAPH-NUM-X     DELIMITED BY SIZE
000944            " FROM "        DELIMITED BY SIZE
000944            CUR-IN-NAME     DELIMITED BY " "
000944            " DUPLICATES DATASET " DELIMITED BY SIZE
000944            ED-SR-DATASET   DELIMITED BY SIZE
000944            " OF "          DELIMITED BY SIZE
000944            SR-SOURCE       DELIMITED BY " "
000944            " RUN "         DELIMITED BY SIZE
000944            SR-RUN-STAMP    DELIMITED BY SIZE
000944            INTO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     IF FORCE-REPROCESS = "Y"
000944         ADD 1 TO FORCED-COUNT
000944         MOVE "  REPROCESSED - FORCE IN EFFECT" TO RUN-LOG-REC
000944         WRITE RUN-LOG-REC
000944         GO TO CHECK-DUPLICATE-EXIT.
000944     IF VALIDATE-MODE = "Y"
000944         GO TO EDIT-CHECK-DUPLICATE.
000944     REWRITE SUBMIT-REC
000944         INVALID KEY
000944         DISPLAY "NOTICE: SUBMISSION REGISTER NOT UPDATED - "
000944                 "STATUS " SR-FILE-STATUS
000944     END-REWRITE.
000944     MOVE "  SKIPPED - DUPLICATE SUBMISSION" TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     DISPLAY "NOTICE: DATASET " GRAPH-NUM-X
000944             " SKIPPED - DUPLICATE SUBMISSION".
000944* LIKE A REJECTED DATASET, A SKIPPED ONE GETS A CONTENTS-PAGE
000944* ENTRY IN THE PRINT BOOK BUT NO GRAPH SECTION, AND COUNTS AS
000944* DONE FOR RESTART PURPOSES - ITS RECORDS HAVE BEEN CONSUMED
000944     IF DIR-TOTAL < 99
000944         ADD 1 TO DIR-TOTAL
000944         MOVE GRAPH-NUM-X TO DIR-SEQ(DIR-TOTAL)
000944         MOVE "D" TO DIR-STATUS(DIR-TOTAL)
000944         MOVE DATASET-MODE TO DIR-MODE(DIR-TOTAL)
000944         MOVE POINT-COUNT TO DIR-COUNT(DIR-TOTAL)
000944         MOVE DATASET-TITLE TO DIR-TITLE(DIR-TOTAL)
000944         MOVE CUR-IN-NAME TO DIR-SOURCE(DIR-TOTAL)
000944         MOVE 0 TO DIR-LINES(DIR-TOTAL)
000944         MOVE 0 TO DIR-PAGES(DIR-TOTAL)
000944         IF FILL-MODE-FLAG = "Y"
000944             MOVE "F" TO DIR-MODE(DIR-TOTAL)
000944         END-IF
000944         IF TREND-FIT-FLAG = "Y"
000944             MOVE "R" TO DIR-MODE(DIR-TOTAL)
000944         END-IF.
000944     MOVE 0 TO CUR-SECT-LINES.
000944     ADD 1 TO DUPLICATE-COUNT.
000944     MOVE "D" TO CHG-WORK-STATUS.
000944     PERFORM WRITE-CHARGE-DETAIL THRU WRITE-CHARGE-DETAIL-DONE.
000944     MOVE "D" TO HS-KIND.
000944     PERFORM TALLY-SOURCE THRU TALLY-SOURCE-DONE.
000944     IF RESUBMIT-MODE NOT = "Y"
000944         MOVE GRAPH-NUM TO CKPT-DATASETS-DONE
000944         MOVE "N" TO CKPT-PARTIAL-FLAG
000944         MOVE 0 TO CKPT-PART-VAR-I
000944         MOVE GEN-STAMP TO CKPT-GEN-STAMP
000944         OPEN OUTPUT CHECKPOINT-FILE
000944         WRITE CHECKPOINT-REC
000944         CLOSE CHECKPOINT-FILE.
000944     ADD 1 TO GRAPH-NUM.
000944     GO TO PROCESS-DATASET-LOOP.
000944*
000944* FINISH THE DATASET'S FINGERPRINT - THE HEADER'S ROUTE, MODE
000944* AND POINT COUNT AS THEY WERE PARSED (SO THE FIXED AND CSV
000944* FORMS OF ONE DATASET AGREE), A POSITION-WEIGHTED SUM OVER THE
000944* TRANSFORMS BANKED, AND THE COORDINATE SUMS HASH-COORDS BUILT
000944 BUILD-FINGERPRINT.
000944     MOVE ROUTE-ID TO FP-ROUTE-ID.
000944     MOVE DATASET-MODE TO FP-MODE.
000944     IF FILL-MODE-FLAG = "Y"
000944         MOVE "F" TO FP-MODE.
000944     IF TREND-FIT-FLAG = "Y"
000944         MOVE "R" TO FP-MODE.
000944     MOVE POINT-COUNT TO FP-POINT-COUNT.
000944     MOVE 0 TO FP-XFORM-SUM.
000944     IF TRANSFORM-COUNT = 0
000944         GO TO BUILD-FINGERPRINT-KEY.
000944     MOVE 1 TO TF-I.
000944 BUILD-FINGERPRINT-XFORM.
000944     MOVE 1 TO FP-OP-CODE.
000944     IF TF-OP(TF-I) = "R"
000944         MOVE 2 TO FP-OP-CODE.
000944     IF TF-OP(TF-I) = "M"
000944         MOVE 3 TO FP-OP-CODE.
000944     MOVE 0 TO FP-AXIS-CODE.
000944     IF TF-AXIS-V(TF-I) = "X"
000944         MOVE 1 TO FP-AXIS-CODE.
000944     IF TF-AXIS-V(TF-I) = "Y"
000944         MOVE 2 TO FP-AXIS-CODE.
000944     COMPUTE FP-XFORM-SUM = FP-XFORM-SUM + TF-I
000944         * (FP-OP-CODE * 1000000 + FP-AXIS-CODE * 100000
000944            + (TF-A(TF-I) + 10000) * 3
000944            + (TF-B(TF-I) + 10000) * 7).
000944     ADD 1 TO TF-I.
000944     IF TF-I NOT > TRANSFORM-COUNT
000944         GO TO BUILD-FINGERPRINT-XFORM.
000944 BUILD-FINGERPRINT-KEY.
000944     MOVE FP-XFORM-SUM TO FP-XFORM-K.
000944     MOVE FP-COORD-SUM TO FP-COORD-K.
000944     MOVE FP-COORD-WEIGHT TO FP-WEIGHT-K.
000944     MOVE FP-SHAPE-SUM TO FP-SHAPE-K.
000944 BUILD-FINGERPRINT-DONE.
000944     EXIT.
000944*
000944* PUT THE DATASET JUST PLOTTED ON THE SUBMISSION REGISTER - A NEW
000944* FINGERPRINT IS ADDED, A FORCED REPROCESS OF A KNOWN ONE MAKES
000944* THIS RUN THE SUBMISSION ON RECORD
000944 REGISTER-SUBMISSION.
000944     IF SUBMIT-OPEN NOT = "Y"
000944         GO TO REGISTER-SUBMISSION-EXIT.
000944     MOVE SPACES TO CUR-RUN-STAMP.
000944     STRING RUN-DATE-A      DELIMITED BY SIZE
000944            RUN-TIME-A(1:6) DELIMITED BY SIZE
000944            INTO CUR-RUN-STAMP.
000944     IF DUP-FOUND = "Y"
000944         MOVE CUR-IN-NAME TO SR-SOURCE
000944         MOVE CUR-RUN-STAMP TO SR-RUN-STAMP
000944         MOVE GRAPH-NUM TO SR-DATASET
000944         REWRITE SUBMIT-REC
000944             INVALID KEY
000944             DISPLAY "NOTICE: SUBMISSION REGISTER NOT UPDATED - "
000944                     "STATUS " SR-FILE-STATUS
000944         END-REWRITE
000944         GO TO REGISTER-SUBMISSION-EXIT.
000944     MOVE FP-KEY TO SR-KEY.
000944     MOVE CUR-IN-NAME TO SR-SOURCE.
000944     MOVE CUR-RUN-STAMP TO SR-RUN-STAMP.
000944     MOVE GRAPH-NUM TO SR-DATASET.
000944     MOVE 0 TO SR-DUP-COUNT.
000944     MOVE SPACES TO SR-LAST-SEEN.
000944     MOVE SPACES TO SR-LAST-SOURCE.
000944     WRITE SUBMIT-REC
000944         INVALID KEY
000944         DISPLAY "NOTICE: SUBMISSION REGISTER NOT UPDATED - "
000944                 "STATUS " SR-FILE-STATUS
000944     END-WRITE.
000944     GO TO REGISTER-SUBMISSION-EXIT.
000944*
000944* OPEN THE EDIT-CHECK REPORT FOR A VALIDATE RUN, AND THE
000944* SUBMISSION REGISTER READ-ONLY SO DUPLICATES CAN BE CALLED OUT
000944 OPEN-EDIT-CHECK.
000944     OPEN OUTPUT EDIT-CHECK-FILE.
000944     OPEN INPUT SUBMIT-REGISTER.
000944     IF SR-FILE-STATUS = "00"
000944         MOVE "Y" TO SUBMIT-OPEN
000944     ELSE
000944         IF SR-FILE-STATUS NOT = "35"
000944             DISPLAY "NOTICE: SUBMISSION REGISTER UNAVAILABLE - "
000944                     "STATUS " SR-FILE-STATUS
000944         END-IF
000944     END-IF.
000944     GO TO OPEN-EDIT-CHECK-EXIT.
000944*
000944* HEADING OF THE EDIT-CHECK REPORT - WRITTEN ONCE THE GRID CONTROL
000944* RECORD (IF ANY) HAS BEEN READ AND THE INPUT FORMAT IS KNOWN
000944 WRITE-EDIT-CHECK-HEAD.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     STRING "EDIT-CHECK REPORT - RUN " DELIMITED BY SIZE
000944            RUN-DATE-A                 DELIMITED BY SIZE
000944            " "                        DELIMITED BY SIZE
000944            RUN-TIME-A(1:6)            DELIMITED BY SIZE
000944            " - NOTHING PLOTTED, NO MASTER UPDATED"
000944                                       DELIMITED BY SIZE
000944            INTO EDIT-CHECK-LINE.
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     IF LIST-MODE = "Y"
000944         MOVE IL-TOTAL TO ED-IL-CNT
000944         STRING "INPUT LIST "   DELIMITED BY SIZE
000944                INPUT-LIST-NAME DELIMITED BY " "
000944                " - "           DELIMITED BY SIZE
000944                ED-IL-CNT       DELIMITED BY SIZE
000944                " FILE(S)"      DELIMITED BY SIZE
000944                INTO EDIT-CHECK-LINE
000944     ELSE
000944         STRING "INPUT FILE "   DELIMITED BY SIZE
000944                CUR-IN-NAME     DELIMITED BY " "
000944                INTO EDIT-CHECK-LINE
000944     END-IF.
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     IF FIRST-REC-PEEKED = "Y"
000944         MOVE "NO GRID CONTROL RECORD - DEFAULT GRID"
000944             TO EDIT-CHECK-LINE
000944     ELSE
000944         MOVE "GRID CONTROL RECORD ACCEPTED" TO EDIT-CHECK-LINE
000944     END-IF.
000944     MOVE " - GRID" TO EDIT-CHECK-LINE(40:7).
000944     MOVE ED-LOG-COLS TO EDIT-CHECK-LINE(48:3).
000944     MOVE "COLUMNS X" TO EDIT-CHECK-LINE(52:9).
000944     MOVE ED-LOG-ROWS TO EDIT-CHECK-LINE(62:3).
000944     MOVE "ROWS" TO EDIT-CHECK-LINE(66:4).
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     IF INPUT-FORMAT = "C"
000944         MOVE "INPUT FORMAT: CSV" TO EDIT-CHECK-REC
000944     ELSE
000944         MOVE "INPUT FORMAT: FIXED COLUMNS" TO EDIT-CHECK-REC
000944     END-IF.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE SPACES TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     MOVE "DS" TO EDIT-CHECK-LINE(1:2).
000944     MOVE "SOURCE FILE" TO EDIT-CHECK-LINE(5:11).
000944     MOVE "M" TO EDIT-CHECK-LINE(36:1).
000944     MOVE "PTS" TO EDIT-CHECK-LINE(39:3).
000944     MOVE "ROUTE" TO EDIT-CHECK-LINE(44:5).
000944     MOVE "VERD" TO EDIT-CHECK-LINE(54:4).
000944     MOVE "REASON" TO EDIT-CHECK-LINE(60:6).
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944 WRITE-EDIT-CHECK-HEAD-DONE.
000944     EXIT.
000944*
000944* ONE DATASET'S LINE ON THE EDIT-CHECK REPORT - THE CALLER HAS SET
000944* GRAPH-NUM-X, EC-VERDICT AND EC-REASON
000944 WRITE-EDIT-CHECK-LINE.
000944     MOVE DATASET-MODE TO EC-MODE.
000944     IF FILL-MODE-FLAG = "Y"
000944         MOVE "F" TO EC-MODE.
000944     IF TREND-FIT-FLAG = "Y"
000944         MOVE "R" TO EC-MODE.
000944     MOVE POINT-COUNT TO ED-EC-PTS.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     MOVE GRAPH-NUM-X TO EDIT-CHECK-LINE(1:2).
000944     MOVE CUR-IN-NAME TO EDIT-CHECK-LINE(5:30).
000944     MOVE EC-MODE TO EDIT-CHECK-LINE(36:1).
000944     MOVE ED-EC-PTS TO EDIT-CHECK-LINE(39:3).
000944     MOVE ROUTE-ID TO EDIT-CHECK-LINE(44:8).
000944     MOVE EC-VERDICT TO EDIT-CHECK-LINE(54:4).
000944     MOVE EC-REASON TO EDIT-CHECK-LINE(60:60).
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944 WRITE-EDIT-CHECK-LINE-DONE.
000944     EXIT.
000944*
000944* THE DATASET PASSED EVERY CHECK - REPORT IT, REMEMBER ITS
000944* FINGERPRINT AND MOVE ON WITHOUT PLOTTING OR UPDATING ANYTHING
000944 EDIT-CHECK-PASS.
000944     MOVE GRAPH-NUM TO GRAPH-NUM-X.
000944     MOVE "PASS" TO EC-VERDICT.
000944     MOVE SPACES TO EC-REASON.
000944     IF DUP-FOUND = "Y" OR FP-SEEN-AT > 0
000944         MOVE "DUPLICATE SUBMISSION - REPROCESSED UNDER FORCE Y"
000944             TO EC-REASON.
000944     PERFORM WRITE-EDIT-CHECK-LINE
000944         THRU WRITE-EDIT-CHECK-LINE-DONE.
000944     ADD 1 TO PASSED-COUNT.
000944     MOVE "P" TO HS-KIND.
000944     PERFORM TALLY-SOURCE THRU TALLY-SOURCE-DONE.
000944     IF FP-SEEN-COUNT < 99
000944         ADD 1 TO FP-SEEN-COUNT
000944         MOVE FP-KEY TO FP-SEEN-KEY(FP-SEEN-COUNT)
000944         MOVE GRAPH-NUM TO FP-SEEN-DS(FP-SEEN-COUNT).
000944     MOVE 0 TO CUR-SECT-LINES.
000944     ADD 1 TO GRAPH-NUM.
000944     GO TO PROCESS-DATASET-LOOP.
000944*
000944* THE DATASET WOULD BE SKIPPED AS A DUPLICATE BY THE REAL RUN -
000944* REPORT IT AS A FAILURE NAMING THE SUBMISSION IT REPEATS
000944 EDIT-CHECK-DUPLICATE.
000944     MOVE GRAPH-NUM TO GRAPH-NUM-X.
000944     MOVE SPACES TO EC-REASON.
000944     IF FP-SEEN-AT > 0
000944         MOVE FP-SEEN-DS(FP-SEEN-AT) TO ED-SR-DATASET
000944         STRING "DUPLICATE OF DATASET " DELIMITED BY SIZE
000944                ED-SR-DATASET           DELIMITED BY SIZE
000944                " EARLIER IN THIS INPUT" DELIMITED BY SIZE
000944                INTO EC-REASON
000944     ELSE
000944         MOVE SR-DATASET TO ED-SR-DATASET
000944         STRING "DUPLICATE OF DATASET " DELIMITED BY SIZE
000944                ED-SR-DATASET           DELIMITED BY SIZE
000944                " OF "                  DELIMITED BY SIZE
000944                SR-SOURCE               DELIMITED BY " "
000944                " RUN "                 DELIMITED BY SIZE
000944                SR-RUN-STAMP            DELIMITED BY SIZE
000944                INTO EC-REASON
000944     END-IF.
000944     MOVE "FAIL" TO EC-VERDICT.
000944     PERFORM WRITE-EDIT-CHECK-LINE
000944         THRU WRITE-EDIT-CHECK-LINE-DONE.
000944     MOVE SPACES TO LOG-LINE.
000944     STRING "DATASET "    DELIMITED BY SIZE
000944            GRAPH-NUM-X   DELIMITED BY SIZE
000944            " FAILS EDIT CHECK - " DELIMITED BY SIZE
000944            EC-REASON     DELIMITED BY SIZE
000944            INTO LOG-LINE.
000944     MOVE LOG-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     ADD 1 TO DUPLICATE-COUNT.
000944     MOVE "D" TO HS-KIND.
000944     PERFORM TALLY-SOURCE THRU TALLY-SOURCE-DONE.
000944     MOVE 0 TO CUR-SECT-LINES.
000944     ADD 1 TO GRAPH-NUM.
000944     GO TO PROCESS-DATASET-LOOP.
000944*
000944* LOOK FP-KEY UP AMONG THE FINGERPRINTS THIS VALIDATE RUN HAS
000944* ALREADY PASSED - FP-SEEN-AT IS THE ENTRY, OR 0
000944 FIND-SEEN-FINGERPRINT.
000944     MOVE 0 TO FP-SEEN-AT.
000944     IF FP-SEEN-COUNT = 0
000944         GO TO FIND-SEEN-FINGERPRINT-DONE.
000944     MOVE 1 TO FP-SEEN-I.
000944 FIND-SEEN-FINGERPRINT-LOOP.
000944     IF FP-SEEN-KEY(FP-SEEN-I) = FP-KEY
000944         MOVE FP-SEEN-I TO FP-SEEN-AT
000944         GO TO FIND-SEEN-FINGERPRINT-DONE.
000944     ADD 1 TO FP-SEEN-I.
000944     IF FP-SEEN-I NOT > FP-SEEN-COUNT
000944         GO TO FIND-SEEN-FINGERPRINT-LOOP.
000944 FIND-SEEN-FINGERPRINT-DONE.
000944     EXIT.
000944*
000944* CLOSE OFF THE EDIT-CHECK REPORT - THE COUNTS, THE TRAILER
000944* RECONCILIATION AND THE VERDICT ON THE INPUT AS A WHOLE, ALSO
000944* COPIED TO THE RUN LOG
000944 WRITE-EDIT-CHECK-TOTALS.
000944     COMPUTE EC-FAILED = REJECT-COUNT + DUPLICATE-COUNT.
000944     COMPUTE EC-CHECKED = PASSED-COUNT + EC-FAILED.
000944     MOVE EC-CHECKED TO ED-EC-CNT.
000944     MOVE PASSED-COUNT TO ED-EC-PASS.
000944     MOVE EC-FAILED TO ED-EC-FAIL.
000944     MOVE DUPLICATE-COUNT TO ED-EC-DUP.
000944     MOVE SPACES TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     STRING "DATASETS CHECKED " ED-EC-CNT
000944            " - PASSED " ED-EC-PASS
000944            " - FAILED " ED-EC-FAIL
000944            " (" ED-EC-DUP " AS DUPLICATES)"
000944            DELIMITED BY SIZE INTO EDIT-CHECK-LINE.
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE EDIT-CHECK-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     MOVE SPACES TO EDIT-CHECK-LINE.
000944     IF RECON-RESULT = "P"
000944         MOVE "TRAILER CONTROL TOTALS RECONCILED"
000944             TO EDIT-CHECK-LINE.
000944     IF RECON-RESULT = "F"
000944         MOVE "TRAILER CONTROL TOTALS DO NOT RECONCILE"
000944             TO EDIT-CHECK-LINE.
000944     IF RECON-RESULT = "N"
000944         MOVE "NO RUN TRAILER SUPPLIED - TOTALS NOT CHECKED"
000944             TO EDIT-CHECK-LINE.
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     IF EC-FAILED = 0 AND RECON-RESULT NOT = "F"
000944         MOVE "INPUT PASSES THE EDIT CHECK" TO EDIT-CHECK-LINE
000944     ELSE
000944         MOVE "INPUT FAILS THE EDIT CHECK - FIX BEFORE THE RUN"
000944             TO EDIT-CHECK-LINE
000944     END-IF.
000944     MOVE EDIT-CHECK-LINE TO EDIT-CHECK-REC.
000944     WRITE EDIT-CHECK-REC.
000944     MOVE EDIT-CHECK-LINE TO RUN-LOG-REC.
000944     WRITE RUN-LOG-REC.
000944     DISPLAY EDIT-CHECK-LINE(1:60).
000944     CLOSE EDIT-CHECK-FILE.
000944     IF SUBMIT-OPEN = "Y"
000944         CLOSE SUBMIT-REGISTER.
000944     GO TO WRITE-EDIT-CHECK-TOTALS-EXIT.
000945*
000945* IN RESUBMIT MODE, TIE THE DATASET JUST LOGGED (PLOTTED OR
000945* REJECTED AGAIN) BACK TO THE RUN DATE AND DATASET NUMBER OF
000945     MOVE SPACES TO OVERLAY-FILE-NAME.
000945     STRING OVERLAY-STEM DELIMITED BY " "
000945            GRAPH-NUM-X  DELIMITED BY SIZE
000945            "-"          DELIMITED BY SIZE
000945            GEN-STAMP    DELIMITED BY SIZE
000945            ".txt"       DELIMITED BY SIZE
000945            INTO OVERLAY-FILE-NAME.
000945     OPEN OUTPUT OVERLAY-FILE.
000945                DELIMITED BY SIZE INTO OVERLAY-REC
000945         WRITE OVERLAY-REC.
000945     CLOSE OVERLAY-FILE.
000945     MOVE "G" TO MF-WORK-SCOPE.
000945     MOVE OVERLAY-FILE-NAME TO MF-WORK-NAME.
000945     MOVE "OVERLAY" TO MF-WORK-TYPE.
000945     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000945     MOVE SPACES TO TREND-LINE.
000945     STRING "ROUTE " ROUTE-ID " OVERLAY GRAPH "
000945            OVERLAY-FILE-NAME
000955* PER PLOTTED DATASET. TOTAL PAGES ARE COMPUTED UP FRONT SO
000956* EVERY PAGE HEADER CAN SAY "PAGE N OF M".
000957 WRITE-PRINT-BOOK.
000957     IF VALIDATE-MODE = "Y"
000957         GO TO WRITE-PRINT-BOOK-EXIT.
000958     CLOSE PRINT-WORK-FILE.
000959     OPEN INPUT PRINT-WORK-FILE.
000960     OPEN OUTPUT PRINT-FILE.
001006                "  " DIR-TITLE(BOOK-I)
001006                "  FROM " DIR-SOURCE(BOOK-I)
001007                DELIMITED BY SIZE INTO BOOK-LINE
001008     END-IF.
001008     IF DIR-STATUS(BOOK-I) = "D"
001008         STRING "GRAPH " DIR-SEQ(BOOK-I)
001008                "  MODE " DIR-MODE(BOOK-I)
001008                "  POINTS " ED-DIR-CNT
001008                "  " DIR-TITLE(BOOK-I)
001008                "  FROM " DIR-SOURCE(BOOK-I)
001008                " - DUPLICATE, NOT PLOTTED"
001008                DELIMITED BY SIZE INTO BOOK-LINE
001008     END-IF.
001008     IF DIR-STATUS(BOOK-I) = "R"
001009         STRING "GRAPH " DIR-SEQ(BOOK-I)
001010                "  MODE " DIR-MODE(BOOK-I)
001011                "  POINTS " ED-DIR-CNT
000842         MOVE 0 TO RAW-REC-COUNT
000842         MOVE 0 TO TRANSFORM-COUNT
000842         MOVE 0 TO ANNOT-COUNT
000842         MOVE ZEROS TO FP-TOTALS
000833     END-IF.
000834     GO TO READ-DATASET-HEADER-EXIT.
000834* CSV FORM OF THE HEADER AREA - T,TITLE RECORDS KEEP THEIR TEXT
000834     MOVE 0 TO RAW-REC-COUNT.
000834     MOVE 0 TO TRANSFORM-COUNT.
000834     MOVE 0 TO ANNOT-COUNT.
000834     MOVE ZEROS TO FP-TOTALS.
000834     GO TO READ-DATASET-HEADER-EXIT.
000843*
000844* AN OPTIONAL LEADING CONTROL RECORD ("G" IN COLUMN 1) MAY RESIZE
000850     IF PARM-KEYWORD = "HPGL"
000850         MOVE PARM-VALUE-X(1:12) TO HPGL-STEM
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* THE OUTPUT MANIFEST STEM, THE GENERATION INDEX, AND HOW MANY
000850* OUTPUT GENERATIONS ARE KEPT BEFORE THE OLDEST ARE PURGED
000850     IF PARM-KEYWORD = "MANIFEST"
000850         MOVE PARM-VALUE-X(1:12) TO MANIFEST-STEM
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "OUTGEN"
000850         MOVE PARM-VALUE-X(1:30) TO GEN-INDEX-NAME
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "RETAIN"
000850         MOVE PARM-VALUE-X(1:12) TO CSV-TOKEN
000850         PERFORM GET-CSV-NUM
000850         IF CSV-NUM > 0 AND CSV-NUM < 100
000850             MOVE CSV-NUM TO RETAIN-GENS
000850         END-IF
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* THE CHARGE FEED STEM, AND THE DEPARTMENT TO BILL WHEN THE INPUT
000850* LIST DOES NOT NAME ONE (OR THE RUN HAS NO LIST)
000850     IF PARM-KEYWORD = "CHGFEED"
000850         MOVE PARM-VALUE-X(1:12) TO CHGFEED-STEM
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "DEPARTMENT"
000850         MOVE PARM-VALUE-X(1:8) TO DEPT-PARM
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* THE CORRIDOR WIDTH FOR A BASELINE APPROVED WITHOUT ONE OF ITS
000850* OWN, AND THE NAME OF THE DEVIATION EXCEPTION REPORT
000850     IF PARM-KEYWORD = "CORRIDOR"
000850         MOVE PARM-VALUE-X(1:12) TO CSV-TOKEN
000850         PERFORM GET-CSV-NUM
000850         IF CSV-NUM > 0 AND CSV-NUM < 10000
000850             MOVE CSV-NUM TO CORRIDOR-DEFAULT
000850         END-IF
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "DEVIATION"
000850         MOVE PARM-VALUE-X(1:30) TO DEVIATION-NAME
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "OCCUPANCY"
000850         MOVE PARM-VALUE-X(1:30) TO OCCUPANCY-NAME
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* A DATASET ALREADY ON THE SUBMISSION REGISTER IS NORMALLY
000850* SKIPPED - "FORCE Y" PLOTS IT AGAIN ANYWAY (STILL LOGGED)
000850     IF PARM-KEYWORD = "FORCE"
000850         IF PARM-VALUE-X(1:1) = "N"
000850             MOVE "N" TO FORCE-REPROCESS
000850         ELSE
000850             MOVE "Y" TO FORCE-REPROCESS
000850         END-IF
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* VALIDATE MODE - AN EDIT CHECK OF THE INPUT AHEAD OF THE REAL
000850* RUN: NO GRAPHS, NO MASTER UPDATES, NO CHECKPOINT, NO PRINT BOOK
000850     IF PARM-KEYWORD = "VALIDATE"
000850         IF PARM-VALUE-X(1:1) = "N"
000850             MOVE "N" TO VALIDATE-MODE
000850         ELSE
000850             MOVE "Y" TO VALIDATE-MODE
000850         END-IF
000850         GO TO READ-RUN-PARAMS-LOOP.
000850     IF PARM-KEYWORD = "EDITCHECK"
000850         MOVE PARM-VALUE-X(1:30) TO EDIT-CHECK-NAME
000850         GO TO READ-RUN-PARAMS-LOOP.
000850* RESUBMIT MODE - PROCESS A PRIOR RUN'S REJECT FILE INSTEAD OF
000850* THE REGULAR INPUT; THE VALUE NAMES THE REJECT FILE TO RETRY
000850* (BLANK MEANS THE DEFAULT REJECT FILE NAME)
000850            CSV-STEM            DELIMITED BY " "
000850            "/"                 DELIMITED BY SIZE
000850            OVERLAY-STEM        DELIMITED BY " "
000850            "/"                 DELIMITED BY SIZE
000850            HPGL-STEM           DELIMITED BY " "
000850            INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     MOVE RETAIN-GENS TO ED-RETAIN.
000850     MOVE SPACES TO LOG-LINE.
000850     STRING "MANIFEST STEM "    DELIMITED BY SIZE
000850            MANIFEST-STEM       DELIMITED BY " "
000850            " - GENERATION INDEX " DELIMITED BY SIZE
000850            GEN-INDEX-NAME      DELIMITED BY " "
000850            " - KEEP "          DELIMITED BY SIZE
000850            ED-RETAIN           DELIMITED BY SIZE
000850            " GENERATION(S)"    DELIMITED BY SIZE
000850            INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     MOVE SPACES TO LOG-LINE.
000850     IF DEPT-PARM = SPACES
000850         STRING "CHARGE FEED STEM "  DELIMITED BY SIZE
000850                CHGFEED-STEM         DELIMITED BY " "
000850                " - DEPARTMENT FROM INPUT LIST OR FILE NAME"
000850                                     DELIMITED BY SIZE
000850                INTO LOG-LINE
000850     ELSE
000850         STRING "CHARGE FEED STEM "  DELIMITED BY SIZE
000850                CHGFEED-STEM         DELIMITED BY " "
000850                " - DEFAULT DEPARTMENT " DELIMITED BY SIZE
000850                DEPT-PARM            DELIMITED BY SIZE
000850                INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     MOVE SPACES TO LOG-LINE.
000850     STRING "FILES "            DELIMITED BY SIZE
000850            CKPT-FILE-NAME      DELIMITED BY " "
000850            " "                 DELIMITED BY SIZE
000850            INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     MOVE CORRIDOR-DEFAULT TO ED-PARM-COR.
000850     MOVE SPACES TO LOG-LINE.
000850     STRING "BASELINE CORRIDOR " DELIMITED BY SIZE
000850            ED-PARM-COR          DELIMITED BY SIZE
000850            " UNITS - REPORT "   DELIMITED BY SIZE
000850            DEVIATION-NAME       DELIMITED BY " "
000850            INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     MOVE SPACES TO LOG-LINE.
000850     STRING "ZONE OCCUPANCY REPORT " DELIMITED BY SIZE
000850            OCCUPANCY-NAME           DELIMITED BY " "
000850            INTO LOG-LINE.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     IF FORCE-REPROCESS = "Y"
000850         MOVE "DUPLICATE SUBMISSIONS REPROCESSED - FORCE Y"
000850             TO LOG-LINE
000850     ELSE
000850         MOVE "DUPLICATE SUBMISSIONS WILL BE SKIPPED"
000850             TO LOG-LINE
000850     END-IF.
000850     MOVE LOG-LINE TO RUN-LOG-REC.
000850     WRITE RUN-LOG-REC.
000850     IF VALIDATE-MODE = "Y"
000850         MOVE SPACES TO LOG-LINE
000850         STRING "VALIDATE MODE - EDIT CHECK ONLY, REPORT "
000850                                  DELIMITED BY SIZE
000850                EDIT-CHECK-NAME   DELIMITED BY " "
000850                INTO LOG-LINE
000850         MOVE LOG-LINE TO RUN-LOG-REC
000850         WRITE RUN-LOG-REC.
000850     IF RESUBMIT-MODE = "Y"
000850         MOVE RESUB-COUNT TO ED-RESUB
000850         MOVE SPACES TO LOG-LINE
000850* REBUILD THE RUN'S INPUT FROM A PRIOR RUN'S REJECT FILE - THE
000850* REASON LINE THAT OPENS EACH REJECTED DATASET GIVES UP ITS
000850* ORIGINAL RUN DATE AND DATASET NUMBER (BANKED FOR THE AUDIT
000850* LINK) AND THE DEPARTMENT AND INPUT FILE IT FIRST CAME IN ON
000850* (BANKED FOR ITS CHARGE FEED RECORD), AND THE RAW HEADER/TITLE/
000850* POINT IMAGES ARE COPIED, CORRECTIONS AND ALL, INTO THE RESUBMIT
000850* WORK FILE THAT THEN SERVES AS THIS RUN'S IN-FILE. ANY OTHER
000850* LINE IS PASSED OVER.
000850 BUILD-RESUBMIT-FILE.
000850     OPEN INPUT RESUB-FILE.
000850     IF RESUB-FILE-STATUS NOT = "00"
000850             ADD 1 TO RESUB-COUNT
000850             MOVE RESUB-REC(18:2) TO RO-DSNUM(RESUB-COUNT)
000850             MOVE RESUB-REC(25:8) TO RO-RUN-DATE(RESUB-COUNT)
000850             MOVE SPACES TO RO-DEPT(RESUB-COUNT)
000850             MOVE SPACES TO RO-SOURCE(RESUB-COUNT)
000850             IF RESUB-REC(33:6) = " DEPT "
000850                 MOVE RESUB-REC(39:8) TO RO-DEPT(RESUB-COUNT)
000850                 MOVE RESUB-REC(53:30)
000850                     TO RO-SOURCE(RESUB-COUNT)
000850             END-IF
000850         END-IF
000850         GO TO BUILD-RESUBMIT-LOOP.
000850     IF RESUB-REC(1:9) = " HEADER: "
000850         GO TO READ-INPUT-LIST-DONE.
000850     ADD 1 TO IL-TOTAL.
000850     MOVE INPUT-LIST-REC(1:30) TO IL-NAME(IL-TOTAL).
000850     MOVE INPUT-LIST-REC(32:8) TO IL-DEPT(IL-TOTAL).
000850     GO TO READ-INPUT-LIST-LOOP.
000850 READ-INPUT-LIST-DONE.
000850     CLOSE INPUT-LIST-FILE.
000850     ADD 1 TO IL-CUR.
000850     MOVE IL-NAME(IL-CUR) TO IN-FILE-NAME.
000850     MOVE IL-NAME(IL-CUR) TO CUR-IN-NAME.
000850     PERFORM SET-CUR-DEPT THRU SET-CUR-DEPT-DONE.
000850     OPEN INPUT IN-FILE.
000850     IF IN-FILE-STATUS NOT = "00"
000850         DISPLAY "ERROR: CANNOT OPEN INPUT FILE " IN-FILE-NAME
000860         IF CKPT-FILE-STATUS = "00"
000861             MOVE CKPT-DATASETS-DONE TO DATASETS-DONE
000861             MOVE CKPT-PARTIAL-FLAG TO RESUME-FLAG
000861             MOVE CKPT-GEN-STAMP TO RESUME-GEN-STAMP
000861             IF RESUME-FLAG = "Y"
000861                 MOVE CKPT-PART-VAR-I TO RESUME-VAR-I
000861                 MOVE CKPT-GRAPH-TABLE TO RESUME-GRAPH-TABLE
000897* RECORD THAT THIS DATASET (GRAPH-NUM) IS NOW FULLY PLOTTED - IT
000897* IS NO LONGER THE "PARTLY DRAWN" ONE, IF IT EVER WAS
000898 SAVE-CHECKPOINT.
000898     IF RESUBMIT-MODE = "Y" OR VALIDATE-MODE = "Y"
000898         GO TO SAVE-CHECKPOINT-EXIT.
000899     MOVE GRAPH-NUM TO CKPT-DATASETS-DONE.
000899     MOVE "N" TO CKPT-PARTIAL-FLAG.
000899     MOVE 0 TO CKPT-PART-VAR-I.
000899     MOVE GEN-STAMP TO CKPT-GEN-STAMP.
000900     OPEN OUTPUT CHECKPOINT-FILE.
000901     WRITE CHECKPOINT-REC.
000902     CLOSE CHECKPOINT-FILE.
000903* SO AN ABEND LATE IN A LONG PLOT ONLY COSTS THE POINTS DRAWN
000903* SINCE THE LAST CALL HERE, NOT THE WHOLE DATASET
000903 SAVE-PARTIAL-CHECKPOINT.
000903     IF RESUBMIT-MODE = "Y" OR VALIDATE-MODE = "Y"
000903         GO TO SAVE-PARTIAL-CHECKPOINT-EXIT.
000903     COMPUTE CKPT-DATASETS-DONE = GRAPH-NUM - 1.
000903     MOVE "Y" TO CKPT-PARTIAL-FLAG.
000903     MOVE VAR-I TO CKPT-PART-VAR-I.
000903     MOVE GRAPH-TABLE TO CKPT-GRAPH-TABLE.
000903     MOVE GEN-STAMP TO CKPT-GEN-STAMP.
000903     OPEN OUTPUT CHECKPOINT-FILE.
000903     WRITE CHECKPOINT-REC.
000903     CLOSE CHECKPOINT-FILE.
000905* ALL DATASETS ARE DONE - RESET THE CHECKPOINT SO THE NEXT
000906* FRESH RUN OVER THIS IN-FILE DOES NOT SKIP ANYTHING
000907 CLEAR-CHECKPOINT.
000907     IF RESUBMIT-MODE = "Y" OR VALIDATE-MODE = "Y"
000907         GO TO CLEAR-CHECKPOINT-EXIT.
000908     MOVE 0 TO CKPT-DATASETS-DONE.
000908     MOVE "N" TO CKPT-PARTIAL-FLAG.
000908     MOVE 0 TO CKPT-PART-VAR-I.
000908     MOVE SPACES TO CKPT-GEN-STAMP.
000909     OPEN OUTPUT CHECKPOINT-FILE.
000910     WRITE CHECKPOINT-REC.
000911     CLOSE CHECKPOINT-FILE.
000912     WRITE RUN-LOG-REC.
000912     GO TO RECONCILE-TRAILER-EXIT.
000912*
000912* ADD THIS RUN'S RECORD TO THE RUN-HISTORY MASTER. THE MASTER IS
000912* CREATED ON FIRST USE; IF IT CANNOT BE OPENED OR WRITTEN THE RUN
000912* SAYS SO BUT ITS OUTCOME AND CONDITION CODE STAND
000912 WRITE-RUN-HISTORY.
000912     OPEN I-O RUN-HISTORY.
000912     IF RH-FILE-STATUS = "35"
000912         OPEN OUTPUT RUN-HISTORY
000912         IF RH-FILE-STATUS = "00"
000912             CLOSE RUN-HISTORY
000912             OPEN I-O RUN-HISTORY
000912         END-IF
000912     END-IF.
000912     IF RH-FILE-STATUS NOT = "00"
000912         DISPLAY "NOTICE: RUN HISTORY UNAVAILABLE - "
000912                 "STATUS " RH-FILE-STATUS
000912         GO TO WRITE-RUN-HISTORY-EXIT.
000912     MOVE SPACES TO RUN-HISTORY-REC.
000912     MOVE RUN-START-DATE TO RH-START-DATE.
000912     MOVE RUN-START-TIME TO RH-START-TIME.
000912     MOVE RUN-DATE-A TO RH-END-DATE.
000912     MOVE RUN-TIME-A TO RH-END-TIME.
000912* ELAPSED SECONDS - DAY NUMBERS TAKE CARE OF A RUN THAT CROSSES
000912* MIDNIGHT (OR A MONTH OR YEAR END)
000912     MOVE RUN-START-DATE TO HIST-DATE-N.
000912     MOVE RUN-START-TIME TO HIST-TIME-X.
000912     COMPUTE HIST-START-SECS =
000912         FUNCTION INTEGER-OF-DATE(HIST-DATE-N) * 86400
000912         + HIST-HH * 3600 + HIST-MM * 60 + HIST-SS.
000912     MOVE RUN-DATE-A TO HIST-DATE-N.
000912     MOVE RUN-TIME-A TO HIST-TIME-X.
000912     COMPUTE HIST-END-SECS =
000912         FUNCTION INTEGER-OF-DATE(HIST-DATE-N) * 86400
000912         + HIST-HH * 3600 + HIST-MM * 60 + HIST-SS.
000912     MOVE 0 TO RH-ELAPSED.
000912     IF HIST-END-SECS > HIST-START-SECS
000912         COMPUTE RH-ELAPSED = HIST-END-SECS - HIST-START-SECS.
000912     MOVE "P" TO RH-RUN-MODE.
000912     IF VALIDATE-MODE = "Y"
000912         MOVE "V" TO RH-RUN-MODE.
000912     MOVE RESUMED-RUN TO RH-RESTART.
000912     MOVE RESUBMIT-MODE TO RH-RESUBMIT.
000912     MOVE LIST-MODE TO RH-LIST-MODE.
000912     IF LIST-MODE = "Y"
000912         MOVE INPUT-LIST-NAME TO RH-INPUT-NAME
000912     ELSE
000912         MOVE IN-FILE-NAME TO RH-INPUT-NAME.
000912     MOVE PLOTTED-COUNT TO RH-PLOTTED.
000912     IF VALIDATE-MODE = "Y"
000912         MOVE PASSED-COUNT TO RH-PLOTTED.
000912     MOVE REJECT-COUNT TO RH-REJECTED.
000912     MOVE DUPLICATE-COUNT TO RH-DUPLICATES.
000912     MOVE TREND-FLAGGED TO RH-TREND-FLAG.
000912     MOVE RECON-RESULT TO RH-RECON.
000912     MOVE RETURN-CODE TO RH-RETURN.
000912     MOVE HS-TOTAL TO RH-SOURCE-COUNT.
000912     MOVE 1 TO HS-I.
000912 WRITE-RUN-HISTORY-LOOP.
000912     IF HS-I > 20
000912         GO TO WRITE-RUN-HISTORY-PUT.
000912     IF HS-I > HS-TOTAL
000912         MOVE 0 TO RH-SRC-DATASETS(HS-I)
000912         MOVE 0 TO RH-SRC-REJECTS(HS-I)
000912         MOVE 0 TO RH-SRC-DUPS(HS-I)
000912     ELSE
000912         MOVE HS-NAME(HS-I) TO RH-SRC-NAME(HS-I)
000912         MOVE HS-DATASETS(HS-I) TO RH-SRC-DATASETS(HS-I)
000912         MOVE HS-REJECTS(HS-I) TO RH-SRC-REJECTS(HS-I)
000912         MOVE HS-DUPS(HS-I) TO RH-SRC-DUPS(HS-I).
000912     ADD 1 TO HS-I.
000912     GO TO WRITE-RUN-HISTORY-LOOP.
000912 WRITE-RUN-HISTORY-PUT.
000912     WRITE RUN-HISTORY-REC
000912         INVALID KEY
000912         DISPLAY "NOTICE: RUN HISTORY NOT WRITTEN - "
000912                 "STATUS " RH-FILE-STATUS
000912     END-WRITE.
000912     CLOSE RUN-HISTORY.
000912     GO TO WRITE-RUN-HISTORY-EXIT.
000912*
000912* COUNT ONE FINISHED DATASET AGAINST THE INPUT FILE IT CAME FROM -
000912* HS-KIND "P" PLOTTED (OR PASSED, ON A VALIDATE RUN), "R"
000912* REJECTED, "D" SKIPPED AS A DUPLICATE. A LIST HOLDS AT MOST 20
000912* FILES, SO THE TABLE CANNOT OVERFLOW; THE CHECK IS THERE
000912* REGARDLESS
000912 TALLY-SOURCE.
000912     MOVE 1 TO HS-I.
000912 TALLY-SOURCE-LOOP.
000912     IF HS-I > HS-TOTAL
000912         GO TO TALLY-SOURCE-NEW.
000912     IF HS-NAME(HS-I) = CUR-IN-NAME
000912         GO TO TALLY-SOURCE-ADD.
000912     ADD 1 TO HS-I.
000912     GO TO TALLY-SOURCE-LOOP.
000912 TALLY-SOURCE-NEW.
000912     IF HS-TOTAL NOT < 20
000912         GO TO TALLY-SOURCE-DONE.
000912     ADD 1 TO HS-TOTAL.
000912     MOVE HS-TOTAL TO HS-I.
000912     MOVE CUR-IN-NAME TO HS-NAME(HS-I).
000912     MOVE 0 TO HS-DATASETS(HS-I).
000912     MOVE 0 TO HS-REJECTS(HS-I).
000912     MOVE 0 TO HS-DUPS(HS-I).
000912 TALLY-SOURCE-ADD.
000912     ADD 1 TO HS-DATASETS(HS-I).
000912     IF HS-KIND = "R"
000912         ADD 1 TO HS-REJECTS(HS-I).
000912     IF HS-KIND = "D"
000912         ADD 1 TO HS-DUPS(HS-I).
000912 TALLY-SOURCE-DONE.
000912     EXIT.
000912*
000912* THE FIXED-LAYOUT END-OF-RUN STATUS RECORD THE SCHEDULER
000912* PARSES - WRITTEN LAST OF ALL, WITH THE CONDITION CODE THE
000912* RUN IS ABOUT TO HAND BACK
000912     MOVE TREND-FLAGGED TO ST-TREND-FLAG.
000912     MOVE RECON-RESULT TO ST-RECON.
000912     MOVE RETURN-CODE TO ST-RETURN.
000912     MOVE DUPLICATE-COUNT TO ST-DUPLICATES.
000912     MOVE "P" TO ST-RUN-MODE.
000912     IF VALIDATE-MODE = "Y"
000912         MOVE "V" TO ST-RUN-MODE
000912         MOVE PASSED-COUNT TO ST-PLOTTED.
000912     MOVE SPACES TO ST-MANIFEST.
000912     IF VALIDATE-MODE NOT = "Y"
000912         MOVE MANIFEST-NAME TO ST-MANIFEST.
000912     WRITE STATUS-REC.
000912     CLOSE STATUS-FILE.
000912     GO TO WRITE-STATUS-FILE-EXIT.
000912*
000912* THE RUN'S OUTPUT GENERATION - EVERY NUMBERED GRAPH, SUMMARY,
000912* CSV, HPGL AND OVERLAY FILE IS NAMED UNDER THE RUN STAMP (START
000912* DATE AND HHMMSS), SO ONE RUN NEVER OVERWRITES ANOTHER'S, AND THE
000912* GENERATION'S MANIFEST LISTS EACH ONE AS IT IS CLOSED. A RUN
000912* RESTARTED FROM A CHECKPOINT CARRIES ON IN THE GENERATION THE
000912* CHECKPOINT NAMES, ADDING TO THAT GENERATION'S MANIFEST
000912 OPEN-GENERATION.
000912     MOVE SPACES TO GEN-STAMP.
000912     IF RESUMED-RUN = "Y" OR RESUME-FLAG = "Y"
000912         MOVE RESUME-GEN-STAMP TO GEN-STAMP.
000912     IF GEN-STAMP = SPACES
000912         STRING RUN-START-DATE      DELIMITED BY SIZE
000912                RUN-START-TIME(1:6) DELIMITED BY SIZE
000912                INTO GEN-STAMP.
000912     MOVE GEN-STAMP TO CKPT-GEN-STAMP.
000912     MOVE SPACES TO MANIFEST-NAME.
000912     STRING MANIFEST-STEM DELIMITED BY " "
000912            "-"           DELIMITED BY SIZE
000912            GEN-STAMP     DELIMITED BY SIZE
000912            ".txt"        DELIMITED BY SIZE
000912            INTO MANIFEST-NAME.
000912     MOVE 0 TO MF-FILE-COUNT.
000912     MOVE 0 TO MF-REC-TOTAL.
000912     IF GEN-STAMP = RESUME-GEN-STAMP
000912         PERFORM COUNT-PRIOR-ENTRIES
000912             THRU COUNT-PRIOR-ENTRIES-DONE
000912         OPEN EXTEND MANIFEST-FILE
000912         IF MF-FILE-STATUS = "35"
000912             OPEN OUTPUT MANIFEST-FILE
000912         END-IF
000912     ELSE
000912         OPEN OUTPUT MANIFEST-FILE
000912     END-IF.
000912     IF MF-FILE-STATUS = "00"
000912         MOVE "Y" TO MANIFEST-OPEN
000912     ELSE
000912         DISPLAY "NOTICE: OUTPUT MANIFEST UNAVAILABLE - STATUS "
000912                 MF-FILE-STATUS
000912     END-IF.
000912     MOVE SPACES TO LOG-LINE.
000912     STRING "OUTPUT GENERATION " DELIMITED BY SIZE
000912            GEN-STAMP            DELIMITED BY SIZE
000912            " - MANIFEST "       DELIMITED BY SIZE
000912            MANIFEST-NAME        DELIMITED BY " "
000912            INTO LOG-LINE.
000912     MOVE LOG-LINE TO RUN-LOG-REC.
000912     WRITE RUN-LOG-REC.
000912     MOVE SPACES TO CHGFEED-NAME.
000912     STRING CHGFEED-STEM  DELIMITED BY " "
000912            "-"           DELIMITED BY SIZE
000912            GEN-STAMP     DELIMITED BY SIZE
000912            ".txt"        DELIMITED BY SIZE
000912            INTO CHGFEED-NAME.
000912     IF GEN-STAMP = RESUME-GEN-STAMP
000912         PERFORM COUNT-PRIOR-CHARGES THRU COUNT-PRIOR-CHARGES-DONE
000912         OPEN EXTEND CHARGE-FEED-FILE
000912         IF CF-FILE-STATUS = "35"
000912             OPEN OUTPUT CHARGE-FEED-FILE
000912         END-IF
000912     ELSE
000912         OPEN OUTPUT CHARGE-FEED-FILE
000912     END-IF.
000912     IF CF-FILE-STATUS = "00"
000912         MOVE "Y" TO CHGFEED-OPEN
000912     ELSE
000912         DISPLAY "NOTICE: CHARGE FEED UNAVAILABLE - STATUS "
000912                 CF-FILE-STATUS
000912     END-IF.
000912     MOVE SPACES TO LOG-LINE.
000912     STRING "CHARGE FEED "  DELIMITED BY SIZE
000912            CHGFEED-NAME    DELIMITED BY " "
000912            INTO LOG-LINE.
000912     MOVE LOG-LINE TO RUN-LOG-REC.
000912     WRITE RUN-LOG-REC.
000912     GO TO OPEN-GENERATION-EXIT.
000912*
000912* THE DEPARTMENT THE CURRENT INPUT FILE'S DATASETS ARE BILLED TO -
000912* THE CODE BESIDE THE FILE ON THE INPUT LIST, ELSE THE DEPARTMENT
000912* RUN PARAMETER, ELSE THE FILE'S NAME UP TO ITS FIRST "." - AND
000912* THE SOURCE FILE THEY ARE BILLED UNDER. A RESUBMIT RUN'S INPUT IS
000912* A WORK FILE MIXING DATASETS FROM MANY SENDERS, SO IT COMES HERE
000912* FOR EVERY DATASET AND TAKES THE DEPARTMENT AND SOURCE FILE THE
000912* ORIGINAL REJECTION RECORDED; ONLY WHERE NONE WAS RECORDED DOES
000912* IT FALL BACK TO THE PARAMETER, THEN TO THE REJECT FILE'S NAME
000912 SET-CUR-DEPT.
000912     MOVE SPACES TO CUR-DEPT.
000912     MOVE CUR-IN-NAME TO CUR-DEPT-SOURCE.
000912     IF RESUBMIT-MODE = "Y"
000912         MOVE RESUB-IN-NAME TO CUR-DEPT-SOURCE
000912         IF GRAPH-NUM NOT > RESUB-COUNT
000912             MOVE RO-DEPT(GRAPH-NUM) TO CUR-DEPT
000912             IF RO-SOURCE(GRAPH-NUM) NOT = SPACES
000912                 MOVE RO-SOURCE(GRAPH-NUM) TO CUR-DEPT-SOURCE
000912             END-IF
000912         END-IF
000912     END-IF.
000912     IF CUR-DEPT NOT = SPACES
000912         GO TO SET-CUR-DEPT-DONE.
000912     IF LIST-MODE = "Y"
000912         MOVE IL-DEPT(IL-CUR) TO CUR-DEPT.
000912     IF CUR-DEPT = SPACES
000912         MOVE DEPT-PARM TO CUR-DEPT.
000912     IF CUR-DEPT NOT = SPACES
000912         GO TO SET-CUR-DEPT-DONE.
000912     IF RESUBMIT-MODE = "Y"
000912         UNSTRING RESUB-IN-NAME DELIMITED BY "." OR " "
000912             INTO CUR-DEPT
000912     ELSE
000912         UNSTRING CUR-IN-NAME DELIMITED BY "." OR " "
000912             INTO CUR-DEPT.
000912 SET-CUR-DEPT-DONE.
000912     EXIT.
000912*
000912* ONE CHARGE FEED RECORD FOR THE DATASET JUST FINISHED - THE
000912* CALLER SETS CHG-WORK-STATUS. ONLY A PLOTTED DATASET CARRIES
000912* ITS PATH LENGTH, AND ITS ENCLOSED AREA WHEN IT IS A FILL, AND
000912* ONLY THOSE GO INTO THE TRAILER'S LENGTH AND AREA TOTALS
000912 WRITE-CHARGE-DETAIL.
000912     IF CHGFEED-OPEN NOT = "Y"
000912         GO TO WRITE-CHARGE-DETAIL-DONE.
000912     MOVE SPACES TO CHARGE-FEED-REC.
000912     MOVE "D" TO CF-REC-TYPE.
000912     MOVE GEN-STAMP TO CF-GEN-STAMP.
000912     MOVE GRAPH-NUM TO CF-DATASET.
000912     MOVE ROUTE-ID TO CF-ROUTE-ID.
000912     MOVE CUR-DEPT-SOURCE TO CF-SOURCE.
000912     MOVE CUR-DEPT TO CF-DEPT.
000912     MOVE DATASET-MODE TO CF-MODE.
000912     IF FILL-MODE-FLAG = "Y"
000912         MOVE "F" TO CF-MODE.
000912     IF TREND-FIT-FLAG = "Y"
000912         MOVE "R" TO CF-MODE.
000912     MOVE CHG-WORK-STATUS TO CF-STATUS.
000912     MOVE POINT-COUNT TO CF-POINTS.
000912     MOVE 0 TO CF-PATH-LENGTH.
000912     MOVE 0 TO CF-AREA.
000912     IF CHG-WORK-STATUS = "P"
000912         MOVE PATH-LENGTH TO CF-PATH-LENGTH
000912         ADD PATH-LENGTH TO CHG-TOT-LENGTH
000912         IF FILL-MODE-FLAG = "Y"
000912             MOVE POLY-AREA TO CF-AREA
000912             ADD POLY-AREA TO CHG-TOT-AREA
000912         END-IF
000912     END-IF.
000912     IF CHG-WORK-STATUS = "R"
000912         MOVE REJECT-REASON TO CF-REASON.
000912     IF CHG-WORK-STATUS = "D"
000912         MOVE "DUPLICATE SUBMISSION" TO CF-REASON.
000912     WRITE CHARGE-FEED-REC.
000912 WRITE-CHARGE-DETAIL-DONE.
000912     EXIT.
000912*
000912* END OF RUN - THE TRAILER CARRIES THE RUN'S OWN COUNTS OF
000912* DATASETS PLOTTED, REJECTED AND SKIPPED, SO THE CHARGEBACK RUN
000912* CAN PROVE ITS INVOICE AGAINST THEM. THE FEED THEN GOES ON THE
000912* MANIFEST WITH THE REST OF THE GENERATION
000912 CLOSE-CHARGE-FEED.
000912     MOVE SPACES TO CHARGE-TRAILER-REC.
000912     MOVE "T" TO CT-REC-TYPE.
000912     MOVE GEN-STAMP TO CT-GEN-STAMP.
000912     COMPUTE CT-PLOTTED = CHG-PRIOR-PLOTTED + PLOTTED-COUNT.
000912     COMPUTE CT-REJECTED = CHG-PRIOR-REJECTS + REJECT-COUNT.
000912     COMPUTE CT-DUPLICATES = CHG-PRIOR-DUPS + DUPLICATE-COUNT.
000912     MOVE CHG-TOT-LENGTH TO CT-PATH-LENGTH.
000912     MOVE CHG-TOT-AREA TO CT-AREA.
000912     MOVE RUN-DATE-A TO CT-END-DATE.
000912     WRITE CHARGE-TRAILER-REC.
000912     CLOSE CHARGE-FEED-FILE.
000912     MOVE "N" TO CHGFEED-OPEN.
000912     MOVE "G" TO MF-WORK-SCOPE.
000912     MOVE CHGFEED-NAME TO MF-WORK-NAME.
000912     MOVE "CHGFEED" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912 CLOSE-CHARGE-FEED-DONE.
000912     EXIT.
000912*
000912* A RESTART CARRIES ON THE CHARGE FEED THE ABENDED ATTEMPT BEGAN -
000912* THE DATASETS IT ALREADY FED COUNT TOWARD THE TRAILER TOTALS
000912 COUNT-PRIOR-CHARGES.
000912     MOVE CHGFEED-NAME TO MF-WORK-NAME.
000912     OPEN INPUT COUNT-FILE.
000912     IF CT-FILE-STATUS NOT = "00"
000912         GO TO COUNT-PRIOR-CHARGES-DONE.
000912 COUNT-PRIOR-CHARGES-LOOP.
000912     READ COUNT-FILE
000912         AT END GO TO COUNT-PRIOR-CHARGES-END
000912     END-READ.
000912     MOVE COUNT-REC TO PRIOR-CHARGE.
000912     IF PC-REC-TYPE NOT = "D"
000912         GO TO COUNT-PRIOR-CHARGES-LOOP.
000912     IF PC-STATUS = "R"
000912         ADD 1 TO CHG-PRIOR-REJECTS.
000912     IF PC-STATUS = "D"
000912         ADD 1 TO CHG-PRIOR-DUPS.
000912     IF PC-STATUS NOT = "P"
000912         GO TO COUNT-PRIOR-CHARGES-LOOP.
000912     ADD 1 TO CHG-PRIOR-PLOTTED.
000912     IF PC-PATH-LENGTH NUMERIC
000912         ADD PC-PATH-LENGTH TO CHG-TOT-LENGTH.
000912     IF PC-AREA NUMERIC
000912         ADD PC-AREA TO CHG-TOT-AREA.
000912     GO TO COUNT-PRIOR-CHARGES-LOOP.
000912 COUNT-PRIOR-CHARGES-END.
000912     CLOSE COUNT-FILE.
000912 COUNT-PRIOR-CHARGES-DONE.
000912     EXIT.
000912*
000912* A RESTART CARRIES ON THE MANIFEST THE ABENDED ATTEMPT BEGAN -
000912* THE DATASET FILES IT ALREADY LISTED COUNT TOWARD THE TRAILER
000912* TOTALS
000912 COUNT-PRIOR-ENTRIES.
000912     MOVE MANIFEST-NAME TO MF-WORK-NAME.
000912     OPEN INPUT COUNT-FILE.
000912     IF CT-FILE-STATUS NOT = "00"
000912         GO TO COUNT-PRIOR-ENTRIES-DONE.
000912 COUNT-PRIOR-LOOP.
000912     READ COUNT-FILE
000912         AT END GO TO COUNT-PRIOR-END
000912     END-READ.
000912     MOVE COUNT-REC TO PRIOR-ENTRY.
000912     IF PE-REC-TYPE NOT = "F" OR PE-SCOPE NOT = "G"
000912         GO TO COUNT-PRIOR-LOOP.
000912     ADD 1 TO MF-FILE-COUNT.
000912     IF PE-RECORDS NUMERIC
000912         ADD PE-RECORDS TO MF-REC-TOTAL.
000912     GO TO COUNT-PRIOR-LOOP.
000912 COUNT-PRIOR-END.
000912     CLOSE COUNT-FILE.
000912 COUNT-PRIOR-ENTRIES-DONE.
000912     EXIT.
000912*
000912* ONE MANIFEST ENTRY FOR AN OUTPUT JUST CLOSED - THE CALLER
000912* SETS MF-WORK-NAME, MF-WORK-TYPE AND MF-WORK-SCOPE. THE RECORD
000912* COUNT IS TAKEN BY READING THE FILE BACK, SO IT IS WHAT IS
000912* ACTUALLY ON DISK
000912 ADD-MANIFEST-ENTRY.
000912     IF MANIFEST-OPEN NOT = "Y"
000912         GO TO ADD-MANIFEST-ENTRY-DONE.
000912     MOVE 0 TO MF-WORK-RECS.
000912     OPEN INPUT COUNT-FILE.
000912     IF CT-FILE-STATUS NOT = "00"
000912         GO TO ADD-MANIFEST-WRITE.
000912 ADD-MANIFEST-COUNT.
000912     READ COUNT-FILE
000912         AT END GO TO ADD-MANIFEST-CLOSE
000912     END-READ.
000912     ADD 1 TO MF-WORK-RECS.
000912     GO TO ADD-MANIFEST-COUNT.
000912 ADD-MANIFEST-CLOSE.
000912     CLOSE COUNT-FILE.
000912 ADD-MANIFEST-WRITE.
000912     MOVE SPACES TO MANIFEST-REC.
000912     MOVE "F" TO MF-REC-TYPE.
000912     MOVE GEN-STAMP TO MF-GEN-STAMP.
000912     MOVE MF-WORK-NAME TO MF-FILE-NAME.
000912     MOVE MF-WORK-TYPE TO MF-OUT-TYPE.
000912     MOVE MF-WORK-SCOPE TO MF-SCOPE.
000912     MOVE 0 TO MF-DATASET.
000912     IF MF-WORK-SCOPE = "G" AND MF-WORK-TYPE NOT = "CHGFEED"
000912         MOVE GRAPH-NUM-X TO MF-DATASET
000912         MOVE ROUTE-ID TO MF-ROUTE-ID
000912         MOVE CUR-IN-NAME TO MF-SOURCE.
000912     MOVE MF-WORK-RECS TO MF-RECORDS.
000912     WRITE MANIFEST-REC.
000912     ADD 1 TO MF-FILE-COUNT.
000912     ADD MF-WORK-RECS TO MF-REC-TOTAL.
000912 ADD-MANIFEST-ENTRY-DONE.
000912     EXIT.
000912*
000912* THE DATASET'S FOUR REGULAR OUTPUTS, ONCE ALL ARE CLOSED
000912 ADD-DATASET-MANIFEST.
000912     MOVE "G" TO MF-WORK-SCOPE.
000912     MOVE OUT-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "GRAPH" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE SUMMARY-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "SUMMARY" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE CSV-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "CSV" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE HPGL-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "HPGL" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912 ADD-DATASET-MANIFEST-DONE.
000912     EXIT.
000912*
000912* END OF RUN - THE RUN-LEVEL REPORTS GO ON THE MANIFEST TOO (SCOPE
000912* "R" - THEY KEEP THEIR FIXED NAMES AND THE NEXT RUN REPLACES
000912* THEM, SO RETENTION NEVER TOUCHES THEM), THEN THE TRAILER RECORD
000912* THAT MARKS THE GENERATION COMPLETE. THE GENERATION IS ENTERED ON
000912* THE GENERATION INDEX AND THE OLDEST ARE PURGED DOWN TO THE
000912* RETAIN COUNT
000912 CLOSE-GENERATION.
000912     IF CHGFEED-OPEN = "Y"
000912         PERFORM CLOSE-CHARGE-FEED THRU CLOSE-CHARGE-FEED-DONE.
000912     IF MANIFEST-OPEN NOT = "Y"
000912         GO TO CLOSE-GENERATION-EXIT.
000912     MOVE "R" TO MF-WORK-SCOPE.
000912     IF REJECT-OPEN-FLAG = "Y"
000912         MOVE REJECT-FILE-NAME TO MF-WORK-NAME
000912         MOVE "REJECT" TO MF-WORK-TYPE
000912         PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE PRINT-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "PRINTBK" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE TREND-FILE-NAME TO MF-WORK-NAME.
000912     MOVE "TREND" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE DEVIATION-NAME TO MF-WORK-NAME.
000912     MOVE "DEVIATN" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE OCCUPANCY-NAME TO MF-WORK-NAME.
000912     MOVE "OCCUPNCY" TO MF-WORK-TYPE.
000912     PERFORM ADD-MANIFEST-ENTRY THRU ADD-MANIFEST-ENTRY-DONE.
000912     MOVE SPACES TO MANIFEST-END-REC.
000912     MOVE "E" TO ME-REC-TYPE.
000912     MOVE GEN-STAMP TO ME-GEN-STAMP.
000912     MOVE MF-FILE-COUNT TO ME-FILES.
000912     MOVE MF-REC-TOTAL TO ME-RECORDS.
000912     ACCEPT RUN-DATE-A FROM DATE YYYYMMDD.
000912     ACCEPT RUN-TIME-A FROM TIME.
000912     MOVE RUN-DATE-A TO ME-END-DATE.
000912     MOVE RUN-TIME-A(1:6) TO ME-END-TIME.
000912     MOVE "P" TO ME-RUN-KIND.
000912     IF RESUBMIT-MODE = "Y"
000912         MOVE "S" TO ME-RUN-KIND.
000912     IF RESUMED-RUN = "Y"
000912         MOVE "R" TO ME-RUN-KIND.
000912     WRITE MANIFEST-END-REC.
000912     CLOSE MANIFEST-FILE.
000912     MOVE "N" TO MANIFEST-OPEN.
000912     MOVE MF-FILE-COUNT TO ED-GX-FILES.
000912     MOVE SPACES TO LOG-LINE.
000912     STRING "MANIFEST "    DELIMITED BY SIZE
000912            MANIFEST-NAME  DELIMITED BY " "
000912            " LISTS "      DELIMITED BY SIZE
000912            ED-GX-FILES    DELIMITED BY SIZE
000912            " FILE(S)"     DELIMITED BY SIZE
000912            INTO LOG-LINE.
000912     MOVE LOG-LINE TO RUN-LOG-REC.
000912     WRITE RUN-LOG-REC.
000912     PERFORM UPDATE-GENERATION-INDEX
000912         THRU UPDATE-GENERATION-INDEX-DONE.
000912     GO TO CLOSE-GENERATION-EXIT.
000912*
000912* THE GENERATION INDEX - ONE LINE PER GENERATION KEPT, OLDEST
000912* FIRST. IT IS READ WHOLE, THIS GENERATION IS ADDED (REPLACING
000912* ITS OWN LINE FROM AN EARLIER, ABENDED ATTEMPT), GENERATIONS
000912* BEYOND THE RETAIN COUNT ARE PURGED FROM THE FRONT, AND IT IS
000912* WRITTEN BACK
000912 UPDATE-GENERATION-INDEX.
000912     MOVE 0 TO GX-TOTAL.
000912     OPEN INPUT GEN-INDEX-FILE.
000912     IF GX-FILE-STATUS NOT = "00"
000912         GO TO GEN-INDEX-ADD.
000912 GEN-INDEX-READ.
000912     READ GEN-INDEX-FILE
000912         AT END GO TO GEN-INDEX-READ-END
000912     END-READ.
000912     IF GI-GEN-STAMP = SPACES OR GI-GEN-STAMP = GEN-STAMP
000912         GO TO GEN-INDEX-READ.
000912* A FULL TABLE DROPS ITS OLDEST ENTRY FROM THE INDEX - ITS FILES
000912* ARE PURGED WITH THE REST BELOW
000912     IF GX-TOTAL = 100
000912         MOVE GX-ENTRY(1) TO GX-HOLD
000912         PERFORM PURGE-GENERATION-REC
000912             THRU PURGE-GENERATION-REC-DONE
000912         PERFORM GEN-INDEX-SHIFT THRU GEN-INDEX-SHIFT-DONE.
000912     ADD 1 TO GX-TOTAL.
000912     MOVE GEN-INDEX-REC TO GX-ENTRY(GX-TOTAL).
000912     GO TO GEN-INDEX-READ.
000912 GEN-INDEX-READ-END.
000912     CLOSE GEN-INDEX-FILE.
000912 GEN-INDEX-ADD.
000912     IF GX-TOTAL = 100
000912         MOVE GX-ENTRY(1) TO GX-HOLD
000912         PERFORM PURGE-GENERATION-REC
000912             THRU PURGE-GENERATION-REC-DONE
000912         PERFORM GEN-INDEX-SHIFT THRU GEN-INDEX-SHIFT-DONE.
000912     ADD 1 TO GX-TOTAL.
000912     MOVE GEN-STAMP TO GH-GEN-STAMP.
000912     MOVE MANIFEST-NAME TO GH-MANIFEST.
000912     MOVE MF-FILE-COUNT TO GH-FILES.
000912     MOVE MF-REC-TOTAL TO GH-RECORDS.
000912     MOVE GX-HOLD TO GX-ENTRY(GX-TOTAL).
000912* PURGE FROM THE OLDEST UNTIL ONLY RETAIN-GENS GENERATIONS REMAIN
000912     MOVE 0 TO GX-PURGED.
000912 GEN-INDEX-PURGE.
000912     IF GX-TOTAL - GX-PURGED NOT > RETAIN-GENS
000912         GO TO GEN-INDEX-WRITE.
000912     ADD 1 TO GX-PURGED.
000912     MOVE GX-ENTRY(GX-PURGED) TO GX-HOLD.
000912     PERFORM PURGE-GENERATION-REC
000912         THRU PURGE-GENERATION-REC-DONE.
000912     GO TO GEN-INDEX-PURGE.
000912 GEN-INDEX-WRITE.
000912     OPEN OUTPUT GEN-INDEX-FILE.
000912     IF GX-FILE-STATUS NOT = "00"
000912         DISPLAY "NOTICE: GENERATION INDEX NOT WRITTEN - STATUS "
000912                 GX-FILE-STATUS
000912         GO TO UPDATE-GENERATION-INDEX-DONE.
000912     COMPUTE GX-I = GX-PURGED + 1.
000912 GEN-INDEX-WRITE-LOOP.
000912     IF GX-I > GX-TOTAL
000912         GO TO GEN-INDEX-WRITE-END.
000912     MOVE GX-ENTRY(GX-I) TO GEN-INDEX-REC.
000912     WRITE GEN-INDEX-REC.
000912     ADD 1 TO GX-I.
000912     GO TO GEN-INDEX-WRITE-LOOP.
000912 GEN-INDEX-WRITE-END.
000912     CLOSE GEN-INDEX-FILE.
000912 UPDATE-GENERATION-INDEX-DONE.
000912     EXIT.
000912*
000912 GEN-INDEX-SHIFT.
000912     MOVE 1 TO GX-I.
000912 GEN-INDEX-SHIFT-LOOP.
000912     IF GX-I NOT < GX-TOTAL
000912         GO TO GEN-INDEX-SHIFT-END.
000912     MOVE GX-ENTRY(GX-I + 1) TO GX-ENTRY(GX-I).
000912     ADD 1 TO GX-I.
000912     GO TO GEN-INDEX-SHIFT-LOOP.
000912 GEN-INDEX-SHIFT-END.
000912     SUBTRACT 1 FROM GX-TOTAL.
000912 GEN-INDEX-SHIFT-DONE.
000912     EXIT.
000912*
000912* PURGE ONE OLD GENERATION (ITS INDEX LINE IS IN GX-HOLD) - EVERY
000912* GENERATION-OWNED FILE ITS MANIFEST LISTS IS DELETED, THEN THE
000912* MANIFEST ITSELF. RUN-LEVEL ENTRIES ARE LEFT ALONE - THOSE NAMES
000912* NOW BELONG TO A LATER RUN
000912 PURGE-GENERATION-REC.
000912     MOVE 0 TO GX-DELETED.
000912     MOVE GH-MANIFEST TO PURGE-LIST-NAME.
000912     OPEN INPUT PURGE-LIST-FILE.
000912     IF PL-FILE-STATUS NOT = "00"
000912         GO TO PURGE-GENERATION-LOG.
000912 PURGE-GENERATION-READ.
000912     READ PURGE-LIST-FILE
000912         AT END GO TO PURGE-GENERATION-END
000912     END-READ.
000912     IF PL-REC-TYPE NOT = "F" OR PL-SCOPE NOT = "G"
000912         GO TO PURGE-GENERATION-READ.
000912     MOVE PL-FILE-NAME TO PURGE-NAME.
000912     DELETE FILE PURGE-FILE.
000912     IF PG-FILE-STATUS = "00"
000912         ADD 1 TO GX-DELETED.
000912     GO TO PURGE-GENERATION-READ.
000912 PURGE-GENERATION-END.
000912     CLOSE PURGE-LIST-FILE.
000912     DELETE FILE PURGE-LIST-FILE.
000912 PURGE-GENERATION-LOG.
000912     MOVE GX-DELETED TO ED-GX-FILES.
000912     MOVE SPACES TO LOG-LINE.
000912     STRING "OUTPUT GENERATION " DELIMITED BY SIZE
000912            GH-GEN-STAMP         DELIMITED BY SIZE
000912            " PURGED - "         DELIMITED BY SIZE
000912            ED-GX-FILES          DELIMITED BY SIZE
000912            " FILE(S) DELETED"   DELIMITED BY SIZE
000912            INTO LOG-LINE.
000912     MOVE LOG-LINE TO RUN-LOG-REC.
000912     WRITE RUN-LOG-REC.
000912 PURGE-GENERATION-REC-DONE.
000912     EXIT.
000913*
000914* A DATASET TURNED OUT TO BE BAD PARTWAY THROUGH ITS RECORDS -
000915* COPY ITS HEADER (AND TITLE, IF ANY) AND EVERY RECORD READ SO
000924     MOVE LOG-LINE TO RUN-LOG-REC.
000924     WRITE RUN-LOG-REC.
000924     PERFORM WRITE-RESUB-LINK THRU WRITE-RESUB-LINK-DONE.
000924* A VALIDATE RUN REPORTS THE FAILURE ON THE EDIT-CHECK REPORT
000924* INSTEAD - NOTHING GOES TO THE REJECT FILE
000924     IF VALIDATE-MODE = "Y"
000924         MOVE "FAIL" TO EC-VERDICT
000924         MOVE REJECT-REASON TO EC-REASON
000924         PERFORM WRITE-EDIT-CHECK-LINE
000924             THRU WRITE-EDIT-CHECK-LINE-DONE
000924         GO TO QUARANTINE-RECORDS-EXIT.
000925     IF REJECT-OPEN-FLAG NOT = "Y"
000926         OPEN OUTPUT REJECT-FILE
000927         MOVE "Y" TO REJECT-OPEN-FLAG.
000928     MOVE SPACES TO REJECT-LINE.
000929* THE RUN DATE ON THE REASON LINE IS WHAT LETS A LATER RESUBMIT
000929* RUN TIE ITS WORK BACK TO THIS REJECTION, AND THE DEPARTMENT AND
000929* SOURCE FILE (COLUMNS 39 AND 53) ARE WHAT IT BILLS THE DATASET
000929* TO - SEE BUILD-RESUBMIT-FILE, WHICH PARSES THESE COLUMNS
000929     STRING "REJECTED DATASET " DELIMITED BY SIZE
000930            GRAPH-NUM-X         DELIMITED BY SIZE
000930            " RUN "             DELIMITED BY SIZE
000930            RUN-DATE-A          DELIMITED BY SIZE
000930            " DEPT "            DELIMITED BY SIZE
000930            CUR-DEPT            DELIMITED BY SIZE
000930            " FROM "            DELIMITED BY SIZE
000930            CUR-DEPT-SOURCE     DELIMITED BY SIZE
000931            " - "               DELIMITED BY SIZE
000932            REJECT-REASON       DELIMITED BY SIZE
000933            INTO REJECT-LINE.
000953         END-IF.
000953     MOVE 0 TO CUR-SECT-LINES.
000954     ADD 1 TO REJECT-COUNT.
000954     MOVE "R" TO CHG-WORK-STATUS.
000954     PERFORM WRITE-CHARGE-DETAIL THRU WRITE-CHARGE-DETAIL-DONE.
000954     MOVE "R" TO HS-KIND.
000954     PERFORM TALLY-SOURCE THRU TALLY-SOURCE-DONE.
000955* THE BAD DATASET'S RECORDS HAVE BEEN CONSUMED FROM IN-FILE, SO
000956* FOR RESTART PURPOSES IT COUNTS AS PROCESSED - OTHERWISE A
000957* RERUN'S SKIP LOGIC WOULD FALL OUT OF STEP WITH THE FILE
000958* (A RESUBMIT RUN NEVER TOUCHES THE CHECKPOINT FILE - THE ONE
000958* ON DISK BELONGS TO THE REGULAR INPUT)
000958     IF RESUBMIT-MODE NOT = "Y" AND VALIDATE-MODE NOT = "Y"
000958         MOVE GRAPH-NUM TO CKPT-DATASETS-DONE
000959         MOVE "N" TO CKPT-PARTIAL-FLAG
000960         MOVE 0 TO CKPT-PART-VAR-I
000960         MOVE GEN-STAMP TO CKPT-GEN-STAMP
000961         OPEN OUTPUT CHECKPOINT-FILE
000962         WRITE CHECKPOINT-REC
000963         CLOSE CHECKPOINT-FILE.
100591     ADD HASH-T TO HASH-ACC.
100591     IF HASH-ACC > 999999999
100591         SUBTRACT 1000000000 FROM HASH-ACC.
100591* THE DATASET'S OWN FINGERPRINT SUMS FOR THE SUBMISSION
100591* REGISTER - THE WEIGHTED SUM KEEPS THE POINT ORDER AND SIGNS
100591     ADD 1 TO FP-SEQ.
100591     ADD HASH-T TO FP-COORD-SUM.
100591     IF SGN-X < 0
100591         COMPUTE HASH-T = 0 - SGN-X
100591     ELSE
100591         MOVE SGN-X TO HASH-T.
100591     ADD HASH-T TO FP-COORD-SUM.
100591     IF FP-COORD-SUM > 999999999
100591         SUBTRACT 1000000000 FROM FP-COORD-SUM.
100591     COMPUTE FP-COORD-WEIGHT = FP-COORD-WEIGHT + FP-SEQ
100591         * ((SGN-X + 10000) * 3 + (SGN-Y + 10000) * 7).
100591     IF FP-COORD-WEIGHT > 999999999
100591         SUBTRACT 1000000000 FROM FP-COORD-WEIGHT.
100591 HASH-COORDS-DONE.
100591     EXIT.
100591*
101063     MOVE SPACES TO HPGL-FILE-NAME.
101063     STRING HPGL-STEM   DELIMITED BY " "
101063            GRAPH-NUM-X DELIMITED BY SIZE
101063            "-"         DELIMITED BY SIZE
101063            GEN-STAMP   DELIMITED BY SIZE
101063            ".hpgl"     DELIMITED BY SIZE
101063            INTO HPGL-FILE-NAME.
101063     OPEN OUTPUT HPGL-FILE.
102552* THE CENTER ONLY - RADIUS AND ARC SWEEP ARE UNCHANGED.
102552 READ-CIRCLE-STORE.
102552     PERFORM HASH-COORDS THRU HASH-COORDS-DONE.
102552     COMPUTE FP-SHAPE-SUM = FP-SHAPE-SUM + FP-SEQ
102552         * (CIRCLE-RADIUS * 1000 + ARC-START-DEG
102552            + ARC-END-DEG * 7).
102552     IF FP-SHAPE-SUM > 999999999
102552         SUBTRACT 1000000000 FROM FP-SHAPE-SUM.
102552     PERFORM APPLY-TRANSFORMS THRU APPLY-TRANSFORMS-DONE.
102552     MOVE SGN-X TO CIRCLE-CX.
102552     MOVE SGN-Y TO CIRCLE-CY.
