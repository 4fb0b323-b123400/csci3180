000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. ROUTESTAT.
000012* CSCI3180 Principles of Programming Languages
000013* --- Declaration ---
000014* I declare that the assignment here submitted is original
000015* except for source material explicitly acknowledged.
000016* I also acknowledge that I am aware of University policy
000017* and regulations on honesty in academic work, and of the
000018* disciplinary guidelines and procedures applicable to
000019* breaches of such policy and regulations, as contained in the
000020* website http://www.cuhk.edu.hk/policy/academichonesty/
000021* Assignment 1
000022* Name:
000023* Student ID:
000024* Email Addr:
000025*
000026* PERIOD STATISTICS OVER THE PLOTTER'S ROUTE MASTER (routes.dat).
000027* THE PLOTTER'S TREND CHECK ONLY EVER COMPARES A ROUTE WITH ITS
000028* SINGLE PREVIOUS RUN, AND THE HOUSEKEEPING UTILITY ONLY COUNTS
000029* RUNS - THIS BATCH JOB TAKES A DATE RANGE AND, FOR EVERY ROUTE
000030* AND EVERY PERIOD IN IT (EACH CALENDAR MONTH, OR THE RANGE AS A
000031* WHOLE), REPORTS THE NUMBER OF RUNS AND THE AVERAGE, MINIMUM,
000032* MAXIMUM AND SPREAD OF THE PATH LENGTH AND OF EACH EDGE OF THE
000033* BOUNDING BOX. A MEASURE WHOSE SPREAD IS MORE THAN THE CHOSEN
000034* PERCENTAGE OF ITS BASE (THE AVERAGE PATH LENGTH, OR THE AVERAGE
000035* BOX WIDTH / HEIGHT FOR THE X / Y EDGES) IS FLAGGED AS HIGH
000036* VARIABILITY. THE SAME FIGURES GO TO A COMMA-DELIMITED EXTRACT,
000037* ONE ROW PER ROUTE PER PERIOD, FOR LOADING INTO A SPREADSHEET.
000038* THE MASTER IS ONLY READ, NEVER UPDATED.
000039*
000040 ENVIRONMENT DIVISION.
000041 INPUT-OUTPUT SECTION.
000042 FILE-CONTROL.
000043     SELECT ROUTE-MASTER
000044          ASSIGN TO DISK
000045          ORGANIZATION IS INDEXED
000046          ACCESS MODE IS DYNAMIC
000047          RECORD KEY IS RM-KEY
000048          FILE STATUS IS RM-FILE-STATUS.
000049     SELECT REPORT-FILE
000050          ASSIGN TO DISK
000051          ORGANIZATION IS LINE SEQUENTIAL.
000052     SELECT EXTRACT-FILE
000053          ASSIGN TO DISK
000054          ORGANIZATION IS LINE SEQUENTIAL.
000055*
000056 DATA DIVISION.
000057 FILE SECTION.
000058* THE KEYED MASTER SHARED WITH THE PLOTTER - THE RECORD LAYOUT
000059* HERE MUST STAY IN STEP WITH THE ONE IN THE PLOTTER'S OWN FD
000060 FD ROUTE-MASTER
000061       LABEL RECORDS ARE STANDARD
000062       VALUE OF FILE-ID IS "routes.dat".
000063     01 ROUTE-MASTER-REC.
000064        03 RM-KEY.
000065           05 RM-ROUTE-ID   PIC X(8).
000066           05 RM-RUN-STAMP  PIC X(14).
000067        03 RM-POINT-COUNT   PIC 9(2).
000068        03 RM-MIN-X         PIC S9(5).
000069        03 RM-MAX-X         PIC S9(5).
000070        03 RM-MIN-Y         PIC S9(5).
000071        03 RM-MAX-Y         PIC S9(5).
000072        03 RM-PATH-LENGTH   PIC 9(7)V99.
000073*
000074* THE PRINTED REPORT - FIVE LINES PER ROUTE PER PERIOD (PATH
000075* LENGTH AND THE FOUR BOX EDGES) AND THE RUN TOTALS
000076 FD REPORT-FILE
000077       LABEL RECORDS ARE STANDARD
000078       VALUE OF FILE-ID IS "routestat.txt".
000079     01 REPORT-REC  PIC X(100).
000080*
000081* THE SPREADSHEET EXTRACT - A HEADING ROW, THEN ONE ROW PER
000082* ROUTE PER PERIOD. NUMBERS ARE FIXED WIDTH AND ZERO FILLED, AS
000083* IN THE PLOTTER'S OWN CSV OUTPUT
000084 FD EXTRACT-FILE
000085       LABEL RECORDS ARE STANDARD
000086       VALUE OF FILE-ID IS "routestat.csv".
000087     01 EXTRACT-REC PIC X(300).
000088*
000089 WORKING-STORAGE SECTION.
000090 01 RM-FILE-STATUS    PIC XX     VALUE SPACES.
000091 01 ANSWER            PIC X      VALUE SPACE.
000092*
000093* THE SELECTION - AN INCLUSIVE RANGE OF RUN DATES (YYYYMMDD, SO
000094* AN X(8) COMPARE AGAINST THE FRONT OF THE RUN STAMP IS A DATE
000095* COMPARE), THE PERIOD ("M" EACH CALENDAR MONTH, "R" THE WHOLE
000096* RANGE AS ONE PERIOD) AND THE VARIABILITY THRESHOLD IN PERCENT
000097 01 FROM-DATE         PIC X(8)   VALUE "00000000".
000098 01 TO-DATE           PIC X(8)   VALUE "99999999".
000099 01 PERIOD-MODE       PIC X      VALUE "M".
000100 01 VARIATION-PCT     PIC 9(3)   VALUE 25.
000101 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000102*
000103* FREE-TEXT DATE ENTRY AND ITS CHECK - BLANK TAKES THE DEFAULT
000104 01 DATE-ENTRY        PIC X(8)   VALUE SPACES.
000105 01 DATE-ENTRY-N REDEFINES DATE-ENTRY.
000106    03 DATE-ENTRY-YYYY PIC 9(4).
000107    03 DATE-ENTRY-MM   PIC 99.
000108    03 DATE-ENTRY-DD   PIC 99.
000109 01 DATE-OK           PIC X      VALUE "N".
000110*
000111* THE ROUTE AND PERIOD NOW BEING ACCUMULATED - THE MASTER IS
000112* READ IN KEY ORDER (ROUTE, THEN RUN STAMP) SO EVERY ROUTE'S
000113* RUNS FOR ONE PERIOD ARRIVE TOGETHER AND NO TABLE IS NEEDED
000114 01 CUR-ROUTE         PIC X(8)   VALUE SPACES.
000115 01 CUR-PERIOD        PIC X(6)   VALUE SPACES.
000116 01 REC-PERIOD        PIC X(6)   VALUE SPACES.
000117 01 GRP-RUNS          PIC 9(5)   VALUE 0.
000118 01 GRP-FIRST         PIC X(8)   VALUE SPACES.
000119 01 GRP-LAST          PIC X(8)   VALUE SPACES.
000120 01 GRP-HIGH          PIC X      VALUE "N".
000121*
000122* ONE ENTRY PER MEASURE - 1 PATH LENGTH, 2 BOX MIN-X, 3 BOX
000123* MAX-X, 4 BOX MIN-Y, 5 BOX MAX-Y. MS-PCT IS THE SPREAD AS A
000124* PERCENTAGE OF THE MEASURE'S BASE
000125 01 MS-I              PIC 9      VALUE 0.
000126 01 MEASURE-TABLE.
000127    03 MS-ENTRY OCCURS 5.
000128       05 MS-VALUE       PIC S9(7)V99.
000129       05 MS-SUM         PIC S9(11)V99.
000130       05 MS-MIN         PIC S9(7)V99.
000131       05 MS-MAX         PIC S9(7)V99.
000132       05 MS-AVG         PIC S9(7)V99.
000133       05 MS-SPREAD      PIC S9(7)V99.
000134       05 MS-PCT         PIC 9(5)V9.
000135       05 MS-HIGH        PIC X.
000136 01 MEASURE-NAMES.
000137    03 FILLER         PIC X(10)  VALUE "PATH LEN".
000138    03 FILLER         PIC X(10)  VALUE "BOX MIN-X".
000139    03 FILLER         PIC X(10)  VALUE "BOX MAX-X".
000140    03 FILLER         PIC X(10)  VALUE "BOX MIN-Y".
000141    03 FILLER         PIC X(10)  VALUE "BOX MAX-Y".
000142 01 MEASURE-NAME-TABLE REDEFINES MEASURE-NAMES.
000143    03 MS-NAME        PIC X(10)  OCCURS 5.
000144 01 BOX-WIDTH         PIC S9(7)V99 VALUE 0.
000145 01 BOX-HEIGHT        PIC S9(7)V99 VALUE 0.
000146 01 MS-BASE           PIC S9(7)V99 VALUE 0.
000147*
000148* RUN TOTALS
000149 01 RECORDS-READ      PIC 9(7)   VALUE 0.
000150 01 RECORDS-SELECTED  PIC 9(7)   VALUE 0.
000151 01 GROUPS-WRITTEN    PIC 9(5)   VALUE 0.
000152 01 GROUPS-HIGH       PIC 9(5)   VALUE 0.
000153*
000154* PROMPTED NUMBER ENTRY - THE SAME ROUTINE THE INPUT BUILDER AND
000155* THE ROUTE MASTER HOUSEKEEPING USE
000156 01 RAW-INPUT         PIC X(20)  VALUE SPACES.
000157 01 NUM-VALUE         PIC S9(5)  VALUE 0.
000158 01 NUM-OK            PIC X      VALUE "N".
000159 01 NUM-I             PIC 99     VALUE 0.
000160 01 NUM-SIGN          PIC S9     VALUE 1.
000161 01 NUM-DIGITS        PIC 99     VALUE 0.
000162 01 DIGIT-X           PIC 9      VALUE 0.
000163 01 LIM-LO            PIC S9(5)  VALUE 0.
000164 01 LIM-HI            PIC S9(5)  VALUE 0.
000165*
000166* REPORT AND EXTRACT LINE BUILDING
000167 01 REPORT-LINE       PIC X(100) VALUE SPACES.
000168 01 EXTRACT-LINE      PIC X(300) VALUE SPACES.
000169 01 EXTRACT-POS       PIC 9(3)   VALUE 0.
000170 01 SHOW-ROUTE        PIC X(8)   VALUE SPACES.
000171 01 SHOW-PERIOD       PIC X(6)   VALUE SPACES.
000172 01 SHOW-RUNS         PIC X(5)   VALUE SPACES.
000173 01 SHOW-FLAG         PIC X(6)   VALUE SPACES.
000174 01 ED-RUNS           PIC ZZZZ9.
000175 01 ED-VAL-1          PIC -(7)9.99.
000176 01 ED-VAL-2          PIC -(7)9.99.
000177 01 ED-VAL-3          PIC -(7)9.99.
000178 01 ED-VAL-4          PIC -(7)9.99.
000179 01 ED-PCT            PIC ZZZZ9.9.
000180 01 ED-N              PIC ZZ9.
000181 01 ED-READ           PIC ZZZZZZ9.
000182 01 ED-TOTAL          PIC ZZZZZZ9.
000183 01 ED-CSV-RUNS       PIC 9(5).
000184 01 ED-CSV-VAL        PIC -9999999.99.
000185*
000186 PROCEDURE DIVISION.
000187* MAIN PROGRAM - ASK THE RANGE, READ THE MASTER, REPORT
000188 MAIN-PARAGRAPH.
000189     DISPLAY "ROUTE MASTER PERIOD STATISTICS".
000190     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000191     GO TO ASK-OPTIONS.
000192 ASK-OPTIONS-EXIT.
000193     GO TO OPEN-MASTER.
000194 OPEN-MASTER-EXIT.
000195     OPEN OUTPUT REPORT-FILE.
000196     OPEN OUTPUT EXTRACT-FILE.
000197     PERFORM WRITE-REPORT-HEAD THRU WRITE-REPORT-HEAD-DONE.
000198     PERFORM WRITE-EXTRACT-HEAD THRU WRITE-EXTRACT-HEAD-DONE.
000199     GO TO READ-MASTER.
000200 READ-MASTER-EXIT.
000201     PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-DONE.
000202     CLOSE REPORT-FILE.
000203     CLOSE EXTRACT-FILE.
000204     CLOSE ROUTE-MASTER.
000205     MOVE RECORDS-READ TO ED-READ.
000206     MOVE RECORDS-SELECTED TO ED-TOTAL.
000207     DISPLAY "RECORDS ON FILE:  " ED-READ.
000208     DISPLAY "RECORDS IN RANGE: " ED-TOTAL.
000209     MOVE GROUPS-HIGH TO ED-TOTAL.
000210     DISPLAY "HIGH VARIABILITY: " ED-TOTAL.
000211     DISPLAY "REPORT WRITTEN TO routestat.txt".
000212     DISPLAY "EXTRACT WRITTEN TO routestat.csv".
000213     STOP RUN.
000214*
000215* THE DATE RANGE, THE PERIOD AND THE VARIABILITY THRESHOLD,
000216* PROMPTED WITH THE SAME RETRY-UNTIL-VALID STYLE AS THE INPUT
000217* BUILDER. A BLANK DATE LEAVES THAT END OF THE RANGE OPEN
000218 ASK-OPTIONS.
000219     DISPLAY "FIRST RUN DATE YYYYMMDD (BLANK FOR EARLIEST):".
000220     PERFORM GET-DATE THRU GET-DATE-DONE.
000221     IF DATE-ENTRY NOT = SPACES
000222         MOVE DATE-ENTRY TO FROM-DATE.
000223 ASK-TO-DATE.
000224     DISPLAY "LAST RUN DATE YYYYMMDD (BLANK FOR LATEST):".
000225     PERFORM GET-DATE THRU GET-DATE-DONE.
000226     IF DATE-ENTRY NOT = SPACES
000227         MOVE DATE-ENTRY TO TO-DATE.
000228     IF TO-DATE < FROM-DATE
000229         DISPLAY "LAST DATE IS BEFORE FIRST DATE - PLEASE REENTER"
000230         MOVE "99999999" TO TO-DATE
000231         GO TO ASK-TO-DATE.
000232 ASK-PERIOD.
000233     DISPLAY "PERIOD - M (EACH CALENDAR MONTH),".
000234     DISPLAY "         R (WHOLE RANGE AS ONE PERIOD):".
000235     ACCEPT ANSWER.
000236     IF ANSWER = "m" MOVE "M" TO ANSWER.
000237     IF ANSWER = "r" MOVE "R" TO ANSWER.
000238     IF ANSWER NOT = "M" AND ANSWER NOT = "R"
000239         DISPLAY "PLEASE ENTER M OR R"
000240         GO TO ASK-PERIOD.
000241     MOVE ANSWER TO PERIOD-MODE.
000242     DISPLAY "HIGH-VARIABILITY THRESHOLD - SPREAD AS A PERCENT".
000243     DISPLAY "OF THE AVERAGE (1-999):".
000244     MOVE 1 TO LIM-LO.
000245     MOVE 999 TO LIM-HI.
000246     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000247     MOVE NUM-VALUE TO VARIATION-PCT.
000248     GO TO ASK-OPTIONS-EXIT.
000249*
000250* THE MASTER MUST ALREADY EXIST - THERE IS NOTHING TO REPORT
000251* OTHERWISE. IT IS OPENED FOR INPUT ONLY
000252 OPEN-MASTER.
000253     OPEN INPUT ROUTE-MASTER.
000254     IF RM-FILE-STATUS = "35"
000255         DISPLAY "NO ROUTE MASTER ON FILE - NOTHING TO DO"
000256         STOP RUN.
000257     IF RM-FILE-STATUS NOT = "00"
000258         DISPLAY "ERROR: CANNOT OPEN ROUTE MASTER - STATUS "
000259                 RM-FILE-STATUS
000260         STOP RUN.
000261     GO TO OPEN-MASTER-EXIT.
000262*
000263* WALK THE WHOLE MASTER IN KEY ORDER. A RECORD OUTSIDE THE DATE
000264* RANGE IS COUNTED AND PASSED OVER; A CHANGE OF ROUTE OR OF
000265* PERIOD CLOSES OFF THE FIGURES BUILT SO FAR AND STARTS AFRESH
000266 READ-MASTER.
000267     MOVE SPACES TO RM-KEY.
000268     START ROUTE-MASTER KEY NOT LESS THAN RM-KEY
000269         INVALID KEY GO TO READ-MASTER-EXIT
000270     END-START.
000271 READ-MASTER-LOOP.
000272     READ ROUTE-MASTER NEXT RECORD
000273         AT END GO TO READ-MASTER-END
000274     END-READ.
000275     IF RM-FILE-STATUS NOT = "00"
000276         GO TO READ-MASTER-END.
000277     ADD 1 TO RECORDS-READ.
000278     IF RM-RUN-STAMP(1:8) < FROM-DATE
000279        OR RM-RUN-STAMP(1:8) > TO-DATE
000280         GO TO READ-MASTER-LOOP.
000281     ADD 1 TO RECORDS-SELECTED.
000282     IF PERIOD-MODE = "M"
000283         MOVE RM-RUN-STAMP(1:6) TO REC-PERIOD
000284     ELSE
000285         MOVE "RANGE" TO REC-PERIOD.
000286     IF GRP-RUNS > 0
000287        AND (RM-ROUTE-ID NOT = CUR-ROUTE
000288             OR REC-PERIOD NOT = CUR-PERIOD)
000289         PERFORM CLOSE-GROUP THRU CLOSE-GROUP-DONE.
000290     MOVE RM-PATH-LENGTH TO MS-VALUE(1).
000291     MOVE RM-MIN-X       TO MS-VALUE(2).
000292     MOVE RM-MAX-X       TO MS-VALUE(3).
000293     MOVE RM-MIN-Y       TO MS-VALUE(4).
000294     MOVE RM-MAX-Y       TO MS-VALUE(5).
000295     IF GRP-RUNS = 0
000296         PERFORM OPEN-GROUP THRU OPEN-GROUP-DONE.
000297     ADD 1 TO GRP-RUNS.
000298     MOVE RM-RUN-STAMP(1:8) TO GRP-LAST.
000299     MOVE 1 TO MS-I.
000300 ACCUMULATE-LOOP.
000301     ADD MS-VALUE(MS-I) TO MS-SUM(MS-I).
000302     IF MS-VALUE(MS-I) < MS-MIN(MS-I)
000303         MOVE MS-VALUE(MS-I) TO MS-MIN(MS-I).
000304     IF MS-VALUE(MS-I) > MS-MAX(MS-I)
000305         MOVE MS-VALUE(MS-I) TO MS-MAX(MS-I).
000306     ADD 1 TO MS-I.
000307     IF MS-I NOT > 5
000308         GO TO ACCUMULATE-LOOP.
000309     GO TO READ-MASTER-LOOP.
000310 READ-MASTER-END.
000311     IF GRP-RUNS > 0
000312         PERFORM CLOSE-GROUP THRU CLOSE-GROUP-DONE.
000313     GO TO READ-MASTER-EXIT.
000314*
000315* START A NEW ROUTE / PERIOD - THE FIRST RECORD'S VALUES SEED THE
000316* MINIMUM AND MAXIMUM OF EVERY MEASURE
000317 OPEN-GROUP.
000318     MOVE RM-ROUTE-ID TO CUR-ROUTE.
000319     MOVE REC-PERIOD TO CUR-PERIOD.
000320     MOVE RM-RUN-STAMP(1:8) TO GRP-FIRST.
000321     MOVE "N" TO GRP-HIGH.
000322     MOVE 1 TO MS-I.
000323 OPEN-GROUP-LOOP.
000324     MOVE 0 TO MS-SUM(MS-I).
000325     MOVE MS-VALUE(MS-I) TO MS-MIN(MS-I).
000326     MOVE MS-VALUE(MS-I) TO MS-MAX(MS-I).
000327     ADD 1 TO MS-I.
000328     IF MS-I NOT > 5
000329         GO TO OPEN-GROUP-LOOP.
000330 OPEN-GROUP-DONE.
000331     EXIT.
000332*
000333* FINISH A ROUTE / PERIOD - AVERAGE AND SPREAD OF EVERY MEASURE,
000334* THE VARIABILITY TEST, THEN ITS REPORT LINES AND EXTRACT ROW.
000335* PATH LENGTH IS JUDGED AGAINST ITS OWN AVERAGE; THE X EDGES
000336* AGAINST THE AVERAGE BOX WIDTH AND THE Y EDGES AGAINST THE
000337* AVERAGE BOX HEIGHT, SINCE AN EDGE'S OWN AVERAGE MAY BE ZERO OR
000338* NEGATIVE. A BASE UNDER ONE UNIT IS TAKEN AS ONE. A SINGLE RUN
000339* HAS NO SPREAD AND IS NEVER FLAGGED
000340 CLOSE-GROUP.
000341     MOVE 1 TO MS-I.
000342 CLOSE-GROUP-AVERAGE.
000343     COMPUTE MS-AVG(MS-I) ROUNDED = MS-SUM(MS-I) / GRP-RUNS.
000344     COMPUTE MS-SPREAD(MS-I) = MS-MAX(MS-I) - MS-MIN(MS-I).
000345     ADD 1 TO MS-I.
000346     IF MS-I NOT > 5
000347         GO TO CLOSE-GROUP-AVERAGE.
000348     COMPUTE BOX-WIDTH = MS-AVG(3) - MS-AVG(2).
000349     COMPUTE BOX-HEIGHT = MS-AVG(5) - MS-AVG(4).
000350     MOVE 1 TO MS-I.
000351 CLOSE-GROUP-TEST.
000352     IF MS-I = 1
000353         MOVE MS-AVG(1) TO MS-BASE.
000354     IF MS-I = 2 OR MS-I = 3
000355         MOVE BOX-WIDTH TO MS-BASE.
000356     IF MS-I = 4 OR MS-I = 5
000357         MOVE BOX-HEIGHT TO MS-BASE.
000358     IF MS-BASE < 1
000359         MOVE 1 TO MS-BASE.
000360     COMPUTE MS-PCT(MS-I) ROUNDED =
000361         MS-SPREAD(MS-I) * 100 / MS-BASE
000362         ON SIZE ERROR MOVE 99999.9 TO MS-PCT(MS-I)
000363     END-COMPUTE.
000364     MOVE "N" TO MS-HIGH(MS-I).
000365     IF GRP-RUNS > 1 AND MS-PCT(MS-I) > VARIATION-PCT
000366         MOVE "Y" TO MS-HIGH(MS-I)
000367         MOVE "Y" TO GRP-HIGH.
000368     ADD 1 TO MS-I.
000369     IF MS-I NOT > 5
000370         GO TO CLOSE-GROUP-TEST.
000371     ADD 1 TO GROUPS-WRITTEN.
000372     IF GRP-HIGH = "Y"
000373         ADD 1 TO GROUPS-HIGH.
000374     PERFORM WRITE-GROUP-LINES THRU WRITE-GROUP-LINES-DONE.
000375     PERFORM WRITE-EXTRACT-ROW THRU WRITE-EXTRACT-ROW-DONE.
000376     MOVE 0 TO GRP-RUNS.
000377 CLOSE-GROUP-DONE.
000378     EXIT.
000379*
000380* REPORT HEADING - THE SELECTION USED AND THE COLUMN TITLES
000381 WRITE-REPORT-HEAD.
000382     MOVE SPACES TO REPORT-LINE.
000383     STRING "ROUTE MASTER PERIOD STATISTICS - " DELIMITED BY SIZE
000384            TODAY-DATE-A                         DELIMITED BY SIZE
000385            INTO REPORT-LINE.
000386     MOVE REPORT-LINE TO REPORT-REC.
000387     WRITE REPORT-REC.
000388     MOVE SPACES TO REPORT-LINE.
000389     IF PERIOD-MODE = "M"
000390         STRING "RUN DATES " FROM-DATE " TO " TO-DATE
000391                "  PERIOD: EACH CALENDAR MONTH"
000392             DELIMITED BY SIZE INTO REPORT-LINE
000393     ELSE
000394         STRING "RUN DATES " FROM-DATE " TO " TO-DATE
000395                "  PERIOD: WHOLE RANGE"
000396             DELIMITED BY SIZE INTO REPORT-LINE.
000397     MOVE REPORT-LINE TO REPORT-REC.
000398     WRITE REPORT-REC.
000399     MOVE VARIATION-PCT TO ED-N.
000400     MOVE SPACES TO REPORT-LINE.
000401     STRING "HIGH VARIABILITY: SPREAD OVER " ED-N
000402            "% OF THE PATH LENGTH / BOX SIZE AVERAGE"
000403         DELIMITED BY SIZE INTO REPORT-LINE.
000404     MOVE REPORT-LINE TO REPORT-REC.
000405     WRITE REPORT-REC.
000406     MOVE SPACES TO REPORT-REC.
000407     WRITE REPORT-REC.
000408     MOVE SPACES TO REPORT-LINE.
000409     STRING "ROUTE    PERIOD  RUNS  MEASURE        AVERAGE"
000410            "      MINIMUM      MAXIMUM       SPREAD    VAR%"
000411         DELIMITED BY SIZE INTO REPORT-LINE.
000412     MOVE REPORT-LINE TO REPORT-REC.
000413     WRITE REPORT-REC.
000414 WRITE-REPORT-HEAD-DONE.
000415     EXIT.
000416*
000417* FIVE LINES PER ROUTE / PERIOD - THE ROUTE, PERIOD AND RUN COUNT
000418* ON THE FIRST LINE ONLY, A FLAG AGAINST EACH MEASURE OVER THE
000419* THRESHOLD, THEN A BLANK LINE
000420 WRITE-GROUP-LINES.
000421     MOVE CUR-ROUTE TO SHOW-ROUTE.
000422     MOVE CUR-PERIOD TO SHOW-PERIOD.
000423     MOVE GRP-RUNS TO ED-RUNS.
000424     MOVE ED-RUNS TO SHOW-RUNS.
000425     MOVE 1 TO MS-I.
000426 WRITE-GROUP-LOOP.
000427     MOVE MS-AVG(MS-I)    TO ED-VAL-1.
000428     MOVE MS-MIN(MS-I)    TO ED-VAL-2.
000429     MOVE MS-MAX(MS-I)    TO ED-VAL-3.
000430     MOVE MS-SPREAD(MS-I) TO ED-VAL-4.
000431     MOVE MS-PCT(MS-I)    TO ED-PCT.
000432     MOVE SPACES TO SHOW-FLAG.
000433     IF MS-HIGH(MS-I) = "Y"
000434         MOVE " HIGH" TO SHOW-FLAG.
000435     MOVE SPACES TO REPORT-LINE.
000436     STRING SHOW-ROUTE " " SHOW-PERIOD "  " SHOW-RUNS "  "
000437            MS-NAME(MS-I) " " ED-VAL-1 "  " ED-VAL-2 "  "
000438            ED-VAL-3 "  " ED-VAL-4 " " ED-PCT SHOW-FLAG
000439         DELIMITED BY SIZE INTO REPORT-LINE.
000440     MOVE REPORT-LINE TO REPORT-REC.
000441     WRITE REPORT-REC.
000442     MOVE SPACES TO SHOW-ROUTE.
000443     MOVE SPACES TO SHOW-PERIOD.
000444     MOVE SPACES TO SHOW-RUNS.
000445     ADD 1 TO MS-I.
000446     IF MS-I NOT > 5
000447         GO TO WRITE-GROUP-LOOP.
000448     MOVE SPACES TO REPORT-REC.
000449     WRITE REPORT-REC.
000450 WRITE-GROUP-LINES-DONE.
000451     EXIT.
000452*
000453* THE EXTRACT'S HEADING ROW - ONE COLUMN PER FIGURE ON THE REPORT
000454 WRITE-EXTRACT-HEAD.
000455     MOVE SPACES TO EXTRACT-LINE.
000456     STRING "ROUTE,PERIOD,FIRST_RUN,LAST_RUN,RUNS,"
000457            "PATH_AVG,PATH_MIN,PATH_MAX,PATH_SPREAD,"
000458            "MINX_AVG,MINX_MIN,MINX_MAX,MINX_SPREAD,"
000459            "MAXX_AVG,MAXX_MIN,MAXX_MAX,MAXX_SPREAD,"
000460            "MINY_AVG,MINY_MIN,MINY_MAX,MINY_SPREAD,"
000461            "MAXY_AVG,MAXY_MIN,MAXY_MAX,MAXY_SPREAD,"
000462            "HIGH_VARIABILITY"
000463         DELIMITED BY SIZE INTO EXTRACT-LINE.
000464     MOVE EXTRACT-LINE TO EXTRACT-REC.
000465     WRITE EXTRACT-REC.
000466 WRITE-EXTRACT-HEAD-DONE.
000467     EXIT.
000468*
000469* ONE EXTRACT ROW - THE FIXED COLUMNS, THEN FOUR FIGURES FOR EACH
000470* MEASURE LAID DOWN ONE AFTER ANOTHER, THEN THE Y/N FLAG
000471 WRITE-EXTRACT-ROW.
000472     MOVE GRP-RUNS TO ED-CSV-RUNS.
000473     MOVE SPACES TO EXTRACT-LINE.
000474     STRING CUR-ROUTE  DELIMITED BY SPACE
000475            ","        DELIMITED BY SIZE
000476            CUR-PERIOD DELIMITED BY SPACE
000477            ","        DELIMITED BY SIZE
000478            GRP-FIRST  DELIMITED BY SIZE
000479            ","        DELIMITED BY SIZE
000480            GRP-LAST   DELIMITED BY SIZE
000481            ","        DELIMITED BY SIZE
000482            ED-CSV-RUNS DELIMITED BY SIZE
000483            INTO EXTRACT-LINE.
000484     MOVE 1 TO EXTRACT-POS.
000485 FIND-EXTRACT-END.
000486     IF EXTRACT-LINE(EXTRACT-POS:1) NOT = SPACE
000487         ADD 1 TO EXTRACT-POS
000488         GO TO FIND-EXTRACT-END.
000489     MOVE 1 TO MS-I.
000490 WRITE-EXTRACT-LOOP.
000491     MOVE MS-AVG(MS-I) TO ED-CSV-VAL.
000492     PERFORM ADD-EXTRACT-VALUE THRU ADD-EXTRACT-VALUE-DONE.
000493     MOVE MS-MIN(MS-I) TO ED-CSV-VAL.
000494     PERFORM ADD-EXTRACT-VALUE THRU ADD-EXTRACT-VALUE-DONE.
000495     MOVE MS-MAX(MS-I) TO ED-CSV-VAL.
000496     PERFORM ADD-EXTRACT-VALUE THRU ADD-EXTRACT-VALUE-DONE.
000497     MOVE MS-SPREAD(MS-I) TO ED-CSV-VAL.
000498     PERFORM ADD-EXTRACT-VALUE THRU ADD-EXTRACT-VALUE-DONE.
000499     ADD 1 TO MS-I.
000500     IF MS-I NOT > 5
000501         GO TO WRITE-EXTRACT-LOOP.
000502     MOVE "," TO EXTRACT-LINE(EXTRACT-POS:1).
000503     MOVE GRP-HIGH TO EXTRACT-LINE(EXTRACT-POS + 1:1).
000504     MOVE EXTRACT-LINE TO EXTRACT-REC.
000505     WRITE EXTRACT-REC.
000506 WRITE-EXTRACT-ROW-DONE.
000507     EXIT.
000508*
000509* A COMMA AND ONE FIXED-WIDTH FIGURE AT THE END OF THE ROW
000510 ADD-EXTRACT-VALUE.
000511     MOVE "," TO EXTRACT-LINE(EXTRACT-POS:1).
000512     MOVE ED-CSV-VAL TO EXTRACT-LINE(EXTRACT-POS + 1:11).
000513     ADD 12 TO EXTRACT-POS.
000514 ADD-EXTRACT-VALUE-DONE.
000515     EXIT.
000516*
000517* RUN TOTALS AT THE FOOT OF THE REPORT
000518 WRITE-REPORT-TOTALS.
000519     IF GROUPS-WRITTEN = 0
000520         MOVE "NO ROUTE RUNS IN THE DATE RANGE" TO REPORT-REC
000521         WRITE REPORT-REC
000522         MOVE SPACES TO REPORT-REC
000523         WRITE REPORT-REC.
000524     MOVE RECORDS-READ TO ED-READ.
000525     MOVE RECORDS-SELECTED TO ED-TOTAL.
000526     MOVE SPACES TO REPORT-LINE.
000527     STRING "RECORDS ON FILE " ED-READ
000528            "  IN RANGE " ED-TOTAL
000529         DELIMITED BY SIZE INTO REPORT-LINE.
000530     MOVE REPORT-LINE TO REPORT-REC.
000531     WRITE REPORT-REC.
000532     MOVE GROUPS-WRITTEN TO ED-READ.
000533     MOVE GROUPS-HIGH TO ED-TOTAL.
000534     MOVE SPACES TO REPORT-LINE.
000535     STRING "ROUTE PERIODS   " ED-READ
000536            "  HIGH VARIABILITY " ED-TOTAL
000537         DELIMITED BY SIZE INTO REPORT-LINE.
000538     MOVE REPORT-LINE TO REPORT-REC.
000539     WRITE REPORT-REC.
000540 WRITE-REPORT-TOTALS-DONE.
000541     EXIT.
000542*
000543* A DATE AS YYYYMMDD WITH RETRY UNTIL IT PASSES - BLANK IS
000544* ALLOWED AND LEFT FOR THE CALLER TO TREAT AS "NO LIMIT"
000545 GET-DATE.
000546     MOVE SPACES TO DATE-ENTRY.
000547     ACCEPT DATE-ENTRY.
000548     IF DATE-ENTRY = SPACES
000549         GO TO GET-DATE-DONE.
000550     MOVE "N" TO DATE-OK.
000551     IF DATE-ENTRY IS NUMERIC
000552         IF DATE-ENTRY-MM > 0 AND DATE-ENTRY-MM < 13
000553            AND DATE-ENTRY-DD > 0 AND DATE-ENTRY-DD < 32
000554             MOVE "Y" TO DATE-OK.
000555     IF DATE-OK = "Y"
000556         GO TO GET-DATE-DONE.
000557     DISPLAY "PLEASE ENTER A DATE AS YYYYMMDD".
000558     GO TO GET-DATE.
000559 GET-DATE-DONE.
000560     EXIT.
000561*
000562* PROMPTED NUMBER WITH RETRY UNTIL IT PASSES - LIM-LO/LIM-HI
000563* SET BY THE CALLER, AS IN THE INPUT BUILDER
000564 GET-NUMBER.
000565     ACCEPT RAW-INPUT.
000566     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
000567     IF NUM-OK = "Y"
000568         GO TO GET-NUMBER-DONE.
000569     DISPLAY "PLEASE ENTER A WHOLE NUMBER IN RANGE".
000570     GO TO GET-NUMBER.
000571 GET-NUMBER-DONE.
000572     EXIT.
000573*
000574 CHECK-NUMBER.
000575     MOVE "N" TO NUM-OK.
000576     MOVE 0 TO NUM-VALUE.
000577     MOVE 1 TO NUM-SIGN.
000578     MOVE 0 TO NUM-DIGITS.
000579     MOVE 1 TO NUM-I.
000580* SKIP LEADING SPACES
000581 CHECK-NUMBER-SKIP.
000582     IF NUM-I < 20 AND RAW-INPUT(NUM-I:1) = " "
000583         ADD 1 TO NUM-I
000584         GO TO CHECK-NUMBER-SKIP.
000585     IF RAW-INPUT(NUM-I:1) = "-"
000586         MOVE -1 TO NUM-SIGN
000587         ADD 1 TO NUM-I.
000588     IF RAW-INPUT(NUM-I:1) = "+"
000589         ADD 1 TO NUM-I.
000590 CHECK-NUMBER-DIGITS.
000591     IF NUM-I > 20
000592         GO TO CHECK-NUMBER-FINISH.
000593     IF RAW-INPUT(NUM-I:1) = " "
000594         GO TO CHECK-NUMBER-FINISH.
000595     IF RAW-INPUT(NUM-I:1) < "0" OR RAW-INPUT(NUM-I:1) > "9"
000596         GO TO CHECK-NUMBER-DONE.
000597     IF NUM-DIGITS > 4
000598         GO TO CHECK-NUMBER-DONE.
000599     MOVE RAW-INPUT(NUM-I:1) TO DIGIT-X.
000600     COMPUTE NUM-VALUE = NUM-VALUE * 10 + DIGIT-X.
000601     ADD 1 TO NUM-DIGITS.
000602     ADD 1 TO NUM-I.
000603     GO TO CHECK-NUMBER-DIGITS.
000604 CHECK-NUMBER-FINISH.
000605     IF NUM-DIGITS = 0
000606         GO TO CHECK-NUMBER-DONE.
000607     COMPUTE NUM-VALUE = NUM-VALUE * NUM-SIGN.
000608     IF NUM-VALUE < LIM-LO OR NUM-VALUE > LIM-HI
000609         GO TO CHECK-NUMBER-DONE.
000610     MOVE "Y" TO NUM-OK.
000611 CHECK-NUMBER-DONE.
000612     EXIT.
