000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. BASEMAINT.
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
000026* MAINTENANCE OF THE APPROVED ROUTE BASELINES (baseline.dat) -
000027* THE GEOMETRY THE PLANNERS HAVE SIGNED OFF FOR EACH ROUTE ID,
000028* WHICH THE PLOTTER MEASURES EVERY TRACKED DATASET AGAINST SO A
000029* ROUTE THAT DRIFTS A LITTLE EACH RUN IS STILL CAUGHT (THE
000030* RUN-OVER-RUN TREND ONLY EVER COMPARES WITH LAST TIME). A
000031* BASELINE IS LOADED, OR REPLACED, FROM A CHOSEN DATASET IN AN
000032* INPUT FILE (FIXED OR CSV, TRANSFORMS APPLIED EXACTLY AS THE
000033* PLOTTER APPLIES THEM) OR FROM A RUN ALREADY ON THE GEOMETRY
000034* ARCHIVE (geom.dat), AND CARRIES ITS CORRIDOR WIDTH, WHO
000035* APPROVED IT, WHEN, AND WHERE THE GEOMETRY CAME FROM. A RETIRED
000036* BASELINE STAYS ON FILE FOR THE AUDIT TRAIL BUT IS NO LONGER
000037* MEASURED AGAINST. EVERY ACTION AND A CLOSING LISTING OF ALL
000038* BASELINES GO TO THE SESSION REPORT baserpt.txt.
000039*
000040 ENVIRONMENT DIVISION.
000041 INPUT-OUTPUT SECTION.
000042 FILE-CONTROL.
000043     SELECT BASELINE-FILE
000044          ASSIGN TO DISK
000045          ORGANIZATION IS INDEXED
000046          ACCESS MODE IS DYNAMIC
000047          RECORD KEY IS BL-KEY
000048          FILE STATUS IS BL-FILE-STATUS.
000049     SELECT GEOM-ARCHIVE
000050          ASSIGN TO DISK
000051          ORGANIZATION IS INDEXED
000052          ACCESS MODE IS DYNAMIC
000053          RECORD KEY IS GA-KEY
000054          FILE STATUS IS GA-FILE-STATUS.
000055     SELECT SOURCE-FILE
000056          ASSIGN TO DYNAMIC SOURCE-NAME
000057          ORGANIZATION IS LINE SEQUENTIAL
000058          FILE STATUS IS SRC-FILE-STATUS.
000059     SELECT REPORT-FILE
000060          ASSIGN TO DISK
000061          ORGANIZATION IS LINE SEQUENTIAL.
000062*
000063 DATA DIVISION.
000064 FILE SECTION.
000065* THE APPROVED BASELINES - SEQUENCE 000 OF EACH ROUTE IS THE
000066* APPROVAL CONTROL RECORD, SEQUENCES 001 UP ARE THE BASELINE
000067* POLYLINE'S POINTS IN ORDER. THE LAYOUT MUST STAY IN STEP WITH
000068* THE ONE IN THE PLOTTER'S OWN FD
000069 FD BASELINE-FILE
000070       LABEL RECORDS ARE STANDARD
000071       VALUE OF FILE-ID IS "baseline.dat".
000072     01 BASELINE-REC.
000073        03 BL-KEY.
000074           05 BL-ROUTE-ID   PIC X(8).
000075           05 BL-SEQ        PIC 9(3).
000076*   "H" ON THE CONTROL RECORD, "P" ON EACH POINT
000077        03 BL-REC-TYPE      PIC X.
000078        03 BL-X             PIC S9(4).
000079        03 BL-Y             PIC S9(4).
000080        03 BL-SERIES        PIC 9.
000081*   THE FIELDS BELOW ARE ONLY SET ON THE CONTROL RECORD - STATUS
000082*   "A" ACTIVE OR "R" RETIRED, THE CORRIDOR WIDTH IN COORDINATE
000083*   UNITS (0 = THE PLOTTER'S RUN DEFAULT), THE POINT COUNT, AND
000084*   THE SIGN-OFF AND RETIREMENT DETAILS
000085        03 BL-STATUS        PIC X.
000086        03 BL-CORRIDOR      PIC 9(4).
000087        03 BL-POINT-COUNT   PIC 9(3).
000088        03 BL-APPROVED      PIC X(14).
000089        03 BL-APPROVER      PIC X(12).
000090        03 BL-SOURCE        PIC X(30).
000091        03 BL-RETIRED       PIC X(14).
000092        03 BL-RETIRED-BY    PIC X(12).
000093*
000094* THE PLOTTER'S GEOMETRY ARCHIVE, READ ONLY HERE - THE RECORD
000095* LAYOUT MUST STAY IN STEP WITH THE ONE IN THE PLOTTER'S OWN FD
000096 FD GEOM-ARCHIVE
000097       LABEL RECORDS ARE STANDARD
000098       VALUE OF FILE-ID IS "geom.dat".
000099     01 GEOM-ARCHIVE-REC.
000100        03 GA-KEY.
000101           05 GA-ROUTE-ID   PIC X(8).
000102           05 GA-RUN-STAMP  PIC X(14).
000103           05 GA-SEQ        PIC 9(3).
000104        03 GA-REC-TYPE      PIC X.
000105        03 GA-X             PIC S9(4).
000106        03 GA-Y             PIC S9(4).
000107        03 GA-SERIES        PIC 9.
000108        03 GA-RADIUS        PIC 9(4).
000109        03 GA-ARC-START     PIC 9(3).
000110        03 GA-ARC-END       PIC 9(3).
000111*
000112* A PLOTTER INPUT FILE TO TAKE A BASELINE FROM - ONLY THE VIEWS
000113* NEEDED TO FIND A DATASET AND READ ITS POINTS ARE DECLARED, AND
000114* THEY MUST STAY IN STEP WITH THE PLOTTER'S IN-FILE
000115 FD SOURCE-FILE
000116       LABEL RECORDS ARE STANDARD.
000117     01 THE-FILE.
000118        03 SIGN-1      PIC X.
000119        03 NUM-1       PIC 9.
000120        03 NUM-2       PIC 9.
000121        03 FILLER      PIC X.
000122        03 SIGN-2      PIC X.
000123        03 NUM-3       PIC 9.
000124        03 NUM-4       PIC 9.
000125        03 FILLER      PIC X.
000126        03 REC-MODE    PIC X.
000127        03 FILLER      PIC X(12).
000128        03 SERIES-ID-F PIC 9.
000129     01 TRANSFORM-REC REDEFINES THE-FILE.
000130        03 TR-MARKER  PIC X.
000131        03 TR-OP      PIC X.
000132        03 FILLER     PIC X.
000133        03 TR-SIGN-A  PIC X.
000134        03 TR-AXIS REDEFINES TR-SIGN-A PIC X.
000135        03 TR-A       PIC 9(3).
000136        03 FILLER     PIC X.
000137        03 TR-SIGN-B  PIC X.
000138        03 TR-B       PIC 9(3).
000139        03 FILLER     PIC X(10).
000140     01 HEADER-REC REDEFINES THE-FILE.
000141        03 FILLER        PIC X(10).
000142        03 HDR-ROUTE-ID  PIC X(8).
000143        03 FILLER        PIC X(4).
000144     01 CSV-IN-REC  PIC X(80).
000145*
000146* THE SESSION REPORT - ONE LINE PER ACTION TAKEN, THEN THE
000147* LISTING OF EVERY BASELINE ON FILE
000148 FD REPORT-FILE
000149       LABEL RECORDS ARE STANDARD
000150       VALUE OF FILE-ID IS "baserpt.txt".
000151     01 REPORT-REC  PIC X(100).
000152*
000153 WORKING-STORAGE SECTION.
000154 01 BL-FILE-STATUS    PIC XX     VALUE SPACES.
000155 01 GA-FILE-STATUS    PIC XX     VALUE SPACES.
000156 01 SRC-FILE-STATUS   PIC XX     VALUE SPACES.
000157 01 ARCHIVE-OPEN-FLAG PIC X      VALUE "N".
000158 01 SOURCE-NAME       PIC X(30)  VALUE "input.txt".
000159 01 ANSWER            PIC X      VALUE SPACE.
000160 01 CUR-ROUTE         PIC X(8)   VALUE SPACES.
000161 01 APPROVER          PIC X(12)  VALUE SPACES.
000162 01 LOADED-COUNT      PIC 9(4)   VALUE 0.
000163 01 RETIRED-COUNT     PIC 9(4)   VALUE 0.
000164*
000165* TODAY'S STAMP, YYYYMMDDHHMMSS AS ON THE ROUTE MASTER, FOR THE
000166* APPROVAL AND RETIREMENT FIELDS
000167 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000168 01 TODAY-TIME-A      PIC X(8)   VALUE SPACES.
000169 01 TODAY-STAMP       PIC X(14)  VALUE SPACES.
000170*
000171* THE EXISTING CONTROL RECORD FOR THE ROUTE BEING WORKED ON
000172 01 OLD-FOUND         PIC X      VALUE "N".
000173 01 OLD-STATUS        PIC X      VALUE SPACE.
000174 01 OLD-APPROVED      PIC X(14)  VALUE SPACES.
000175 01 OLD-APPROVER      PIC X(12)  VALUE SPACES.
000176*
000177* THE GEOMETRY ABOUT TO BECOME THE ROUTE'S BASELINE, FROM
000178* WHICHEVER SOURCE THE OPERATOR CHOSE. ENTRY 100 IS RESERVED
000179* FOR THE CLOSING VERTEX OF A FILL-MODE DATASET, AS IN THE
000180* PLOTTER'S OWN POINTS TABLE
000181 01 NEW-COUNT         PIC 9(3)   VALUE 0.
000182 01 NB-I              PIC 9(3)   VALUE 0.
000183 01 NEW-CORRIDOR      PIC 9(4)   VALUE 0.
000184 01 NEW-SOURCE        PIC X(30)  VALUE SPACES.
000185 01 NEW-BASE-TABLE.
000186    03 NB-ENTRY OCCURS 100.
000187       05 NB-X       PIC S9(4)  VALUE 0.
000188       05 NB-Y       PIC S9(4)  VALUE 0.
000189       05 NB-SERIES  PIC 9      VALUE 0.
000190*
000191* VARIABLES FOR FINDING AND READING A DATASET IN AN INPUT FILE -
000192* SRC-FORMAT IS "F" OR "C", DETECTED FROM THE FILE'S FIRST
000193* RECORD THE SAME WAY THE PLOTTER DETECTS IT
000194 01 SRC-FORMAT        PIC X      VALUE SPACE.
000195 01 SRC-MODE          PIC X      VALUE SPACE.
000196 01 SRC-COUNT         PIC 9(2)   VALUE 0.
000197 01 SRC-ROUTE         PIC X(8)   VALUE SPACES.
000198 01 WANT-DS           PIC 9(2)   VALUE 0.
000199 01 DS-SEEN           PIC 9(2)   VALUE 0.
000200 01 COMMA-TALLY       PIC 9(3)   VALUE 0.
000201 01 FST-NUM           PIC 99     VALUE 0.
000202 01 SND-NUM           PIC 99     VALUE 0.
000203 01 SGN-X             PIC S9(5)  VALUE 0.
000204 01 SGN-Y             PIC S9(5)  VALUE 0.
000205 01 WORK-SERIES       PIC 9      VALUE 1.
000206 01 CSV-TOKEN         PIC X(12)  VALUE SPACES.
000207 01 CSV-NUM           PIC S9(5)  VALUE 0.
000208*
000209* THE TRANSFORMS IN EFFECT FOR THE DATASET BEING READ, APPLIED
000210* WITH THE SAME RULES AS THE PLOTTER, SO THE BASELINE SITS IN
000211* THE SAME COORDINATES THE PLOTTER WILL MEASURE
000212 01 TRANSFORM-COUNT   PIC 9      VALUE 0.
000213 01 TF-I              PIC 9      VALUE 0.
000214 01 TF-TMP            PIC S9(5)  VALUE 0.
000215 01 TRANSFORM-TABLE.
000216    03 TF-ENTRY OCCURS 8.
000217       05 TF-OP     PIC X      VALUE SPACE.
000218       05 TF-A      PIC S9(4)  VALUE 0.
000219       05 TF-B      PIC S9(4)  VALUE 0.
000220       05 TF-AXIS-V PIC X      VALUE SPACE.
000221*
000222* THE RUNS OF THE ROUTE FOUND ON THE GEOMETRY ARCHIVE - THE
000223* PLOTTER KEEPS AT MOST TWO PER ROUTE, ROOM IS LEFT FOR NINE
000224 01 AS-TOTAL          PIC 9      VALUE 0.
000225 01 AS-I              PIC 9      VALUE 0.
000226 01 ARCH-STAMP-TABLE.
000227    03 AS-ENTRY OCCURS 9.
000228       05 AS-STAMP   PIC X(14).
000229       05 AS-RECS    PIC 9(3).
000230 01 PICK-STAMP        PIC X(14)  VALUE SPACES.
000231*
000232* FREE-TEXT ENTRY AND ITS VALIDATED NUMERIC VALUE - THE SAME
000233* PROMPTED-NUMBER ROUTINE THE INPUT BUILDER USES
000234 01 RAW-INPUT         PIC X(20)  VALUE SPACES.
000235 01 NUM-VALUE         PIC S9(5)  VALUE 0.
000236 01 NUM-OK            PIC X      VALUE "N".
000237 01 NUM-I             PIC 99     VALUE 0.
000238 01 NUM-SIGN          PIC S9     VALUE 1.
000239 01 NUM-DIGITS        PIC 99     VALUE 0.
000240 01 DIGIT-X           PIC 9      VALUE 0.
000241 01 LIM-LO            PIC S9(5)  VALUE 0.
000242 01 LIM-HI            PIC S9(5)  VALUE 0.
000243*
000244* REPORT LINE BUILDING
000245 01 REPORT-LINE       PIC X(100) VALUE SPACES.
000246 01 LIST-COUNT        PIC 9(4)   VALUE 0.
000247 01 ED-DS             PIC Z9.
000248 01 ED-PTS            PIC ZZ9.
000249 01 ED-CNT            PIC ZZ9.
000250 01 ED-COR            PIC ZZZ9.
000251 01 ED-N              PIC ZZZ9.
000252 01 ED-AS-I           PIC 9.
000253 01 CORRIDOR-TEXT     PIC X(8)   VALUE SPACES.
000254 01 STATUS-TEXT       PIC X(7)   VALUE SPACES.
000255 01 ACTION-TEXT       PIC X(8)   VALUE SPACES.
000256*
000257 01 CSV-FIELDS.
000258    03 CSV-F1  PIC X(12)  VALUE SPACES.
000259    03 CSV-F2  PIC X(12)  VALUE SPACES.
000260    03 CSV-F3  PIC X(12)  VALUE SPACES.
000261    03 CSV-F4  PIC X(12)  VALUE SPACES.
000262    03 CSV-F5  PIC X(12)  VALUE SPACES.
000263    03 CSV-F6  PIC X(12)  VALUE SPACES.
000264    03 CSV-F7  PIC X(12)  VALUE SPACES.
000265    03 CSV-F8  PIC X(12)  VALUE SPACES.
000266*
000267 PROCEDURE DIVISION.
000268* MAIN PROGRAM - OPEN THE FILES, TAKE ACTIONS UNTIL THE OPERATOR
000269* ENDS THE SESSION, THEN LIST EVERY BASELINE ON FILE
000270 MAIN-PARAGRAPH.
000271     DISPLAY "APPROVED ROUTE BASELINE MAINTENANCE".
000272     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000273     ACCEPT TODAY-TIME-A FROM TIME.
000274     MOVE SPACES TO TODAY-STAMP.
000275     STRING TODAY-DATE-A      DELIMITED BY SIZE
000276            TODAY-TIME-A(1:6) DELIMITED BY SIZE
000277            INTO TODAY-STAMP.
000278     GO TO OPEN-FILES.
000279 OPEN-FILES-EXIT.
000280     OPEN OUTPUT REPORT-FILE.
000281     MOVE SPACES TO REPORT-LINE.
000282     STRING "BASELINE MAINTENANCE SESSION - " DELIMITED BY SIZE
000283            TODAY-DATE-A                      DELIMITED BY SIZE
000284            INTO REPORT-LINE.
000285     MOVE REPORT-LINE TO REPORT-REC.
000286     WRITE REPORT-REC.
000287     MOVE SPACES TO REPORT-REC.
000288     WRITE REPORT-REC.
000289     GO TO ASK-ACTION.
000290 ASK-ACTION-EXIT.
000291     GO TO WRITE-BASELINE-LISTING.
000292 WRITE-BASELINE-LISTING-EXIT.
000293     CLOSE REPORT-FILE.
000294     CLOSE BASELINE-FILE.
000295     IF ARCHIVE-OPEN-FLAG = "Y"
000296         CLOSE GEOM-ARCHIVE.
000297     MOVE LOADED-COUNT TO ED-N.
000298     DISPLAY "BASELINES LOADED:  " ED-N.
000299     MOVE RETIRED-COUNT TO ED-N.
000300     DISPLAY "BASELINES RETIRED: " ED-N.
000301     DISPLAY "REPORT WRITTEN TO baserpt.txt".
000302     STOP RUN.
000303*
000304* THE BASELINE FILE IS CREATED ON FIRST USE - STATUS 35 ON THE
000305* I-O OPEN JUST MEANS NO BASELINE HAS BEEN APPROVED YET. THE
000306* GEOMETRY ARCHIVE IS ONLY EVER READ, AND WITHOUT IT THE
000307* ARCHIVE LOAD IS SIMPLY NOT OFFERED
000308 OPEN-FILES.
000309     OPEN I-O BASELINE-FILE.
000310     IF BL-FILE-STATUS = "35"
000311         OPEN OUTPUT BASELINE-FILE
000312         IF BL-FILE-STATUS = "00"
000313             CLOSE BASELINE-FILE
000314             OPEN I-O BASELINE-FILE
000315         END-IF
000316     END-IF.
000317     IF BL-FILE-STATUS NOT = "00"
000318         DISPLAY "ERROR: CANNOT OPEN BASELINE FILE - STATUS "
000319                 BL-FILE-STATUS
000320         STOP RUN.
000321     OPEN INPUT GEOM-ARCHIVE.
000322     IF GA-FILE-STATUS = "00"
000323         MOVE "Y" TO ARCHIVE-OPEN-FLAG
000324     ELSE
000325         DISPLAY "NOTICE: NO GEOMETRY ARCHIVE - ARCHIVE LOADS "
000326                 "NOT AVAILABLE"
000327     END-IF.
000328     GO TO OPEN-FILES-EXIT.
000329*
000330* ONE ACTION PER PASS, PROMPTED WITH THE SAME RETRY-UNTIL-VALID
000331* STYLE AS THE INPUT BUILDER - EVERY ACTION COMES BACK HERE
000332 ASK-ACTION.
000333     DISPLAY " ".
000334     DISPLAY "ACTION - I (LOAD/REPLACE FROM AN INPUT DATASET),".
000335     DISPLAY "         A (LOAD/REPLACE FROM AN ARCHIVED RUN),".
000336     DISPLAY "         R (RETIRE A BASELINE),".
000337     DISPLAY "         E (END THE SESSION):".
000338     ACCEPT ANSWER.
000339     IF ANSWER = "i" MOVE "I" TO ANSWER.
000340     IF ANSWER = "a" MOVE "A" TO ANSWER.
000341     IF ANSWER = "r" MOVE "R" TO ANSWER.
000342     IF ANSWER = "e" MOVE "E" TO ANSWER.
000343     IF ANSWER = "I"
000344         GO TO LOAD-FROM-INPUT.
000345     IF ANSWER = "A"
000346         GO TO LOAD-FROM-ARCHIVE.
000347     IF ANSWER = "R"
000348         GO TO RETIRE-BASELINE.
000349     IF ANSWER = "E"
000350         GO TO ASK-ACTION-EXIT.
000351     DISPLAY "PLEASE ENTER I, A, R OR E".
000352     GO TO ASK-ACTION.
000353*
000354* THE ROUTE ID THE ACTION APPLIES TO - AS KEYED, SINCE THE
000355* PLOTTER MATCHES THE HEADER'S ROUTE ID EXACTLY
000356 ASK-ROUTE.
000357     DISPLAY "ROUTE ID (UP TO 8 CHARACTERS):".
000358     MOVE SPACES TO CUR-ROUTE.
000359     ACCEPT CUR-ROUTE.
000360     IF CUR-ROUTE = SPACES
000361         DISPLAY "A ROUTE ID IS REQUIRED"
000362         GO TO ASK-ROUTE.
000363 ASK-ROUTE-DONE.
000364     EXIT.
000365*
000366* READ THE ROUTE'S CONTROL RECORD, IF IT HAS ONE
000367 READ-CONTROL-REC.
000368     MOVE "N" TO OLD-FOUND.
000369     MOVE SPACE TO OLD-STATUS.
000370     MOVE CUR-ROUTE TO BL-ROUTE-ID.
000371     MOVE 0 TO BL-SEQ.
000372     READ BASELINE-FILE
000373         INVALID KEY GO TO READ-CONTROL-REC-DONE
000374     END-READ.
000375     IF BL-FILE-STATUS NOT = "00" OR BL-REC-TYPE NOT = "H"
000376         GO TO READ-CONTROL-REC-DONE.
000377     MOVE "Y" TO OLD-FOUND.
000378     MOVE BL-STATUS TO OLD-STATUS.
000379     MOVE BL-APPROVED TO OLD-APPROVED.
000380     MOVE BL-APPROVER TO OLD-APPROVER.
000381 READ-CONTROL-REC-DONE.
000382     EXIT.
000383*
000384* TAKE THE BASELINE FROM A DATASET IN A PLOTTER INPUT FILE -
000385* EITHER THE N-TH DATASET OF THE FILE (WHICH MUST CARRY THE
000386* ROUTE) OR THE FIRST DATASET WHOSE HEADER CARRIES THE ROUTE
000387 LOAD-FROM-INPUT.
000388     PERFORM ASK-ROUTE THRU ASK-ROUTE-DONE.
000389     DISPLAY "INPUT FILE NAME (BLANK FOR input.txt):".
000390     MOVE SPACES TO SOURCE-NAME.
000391     ACCEPT SOURCE-NAME.
000392     IF SOURCE-NAME = SPACES
000393         MOVE "input.txt" TO SOURCE-NAME.
000394     DISPLAY "DATASET NUMBER IN THE FILE".
000395     DISPLAY "(0 = FIRST DATASET CARRYING THE ROUTE):".
000396     MOVE 0 TO LIM-LO.
000397     MOVE 99 TO LIM-HI.
000398     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000399     MOVE NUM-VALUE TO WANT-DS.
000400     OPEN INPUT SOURCE-FILE.
000401     IF SRC-FILE-STATUS NOT = "00"
000402         DISPLAY "ERROR: CANNOT OPEN " SOURCE-NAME
000403                 " - STATUS " SRC-FILE-STATUS
000404         GO TO ASK-ACTION.
000405     MOVE SPACE TO SRC-FORMAT.
000406     MOVE 0 TO DS-SEEN.
000407 SRC-FIND-HEADER.
000408     READ SOURCE-FILE
000409         AT END GO TO SRC-NOT-FOUND
000410     END-READ.
000411     IF SRC-FILE-STATUS NOT = "00"
000412         GO TO SRC-NOT-FOUND.
000413* A COMMA ANYWHERE IN THE FIRST RECORD MEANS THE WHOLE FILE IS
000414* IN THE COMMA-DELIMITED FORMAT, AS THE PLOTTER DECIDES IT
000415     IF SRC-FORMAT = SPACE
000416         MOVE 0 TO COMMA-TALLY
000417         INSPECT CSV-IN-REC TALLYING COMMA-TALLY FOR ALL ","
000418         MOVE "F" TO SRC-FORMAT
000419         IF COMMA-TALLY > 0
000420             MOVE "C" TO SRC-FORMAT
000421         END-IF
000422     END-IF.
000423     IF SRC-FORMAT = "C"
000424         GO TO SRC-FIND-HEADER-CSV.
000425* GRID, TITLE, TRAILER, TRANSFORM AND ANNOTATION RECORDS ARE
000426* MARKED IN COLUMN 1 - ANY OTHER RECORD CARRYING A HEADER'S
000427* REC-MODE IN COLUMN 9 OPENS A DATASET
000428     IF TR-MARKER = "G" OR TR-MARKER = "T" OR TR-MARKER = "Z"
000429        OR TR-MARKER = "X" OR TR-MARKER = "A"
000430         GO TO SRC-FIND-HEADER.
000431     IF REC-MODE NOT = "L" AND REC-MODE NOT = "C"
000432        AND REC-MODE NOT = "F" AND REC-MODE NOT = "R"
000433         GO TO SRC-FIND-HEADER.
000434     ADD 1 TO DS-SEEN.
000435     MOVE REC-MODE TO SRC-MODE.
000436     MOVE 0 TO FST-NUM.
000437     IF NUM-1 NOT = " " MOVE NUM-1 TO FST-NUM.
000438     IF NUM-1 NOT = " " MULTIPLY 10 BY FST-NUM.
000439     ADD NUM-2 TO FST-NUM.
000440     MOVE FST-NUM TO SRC-COUNT.
000441     MOVE HDR-ROUTE-ID TO SRC-ROUTE.
000442     GO TO SRC-HEADER-CHECK.
000443 SRC-FIND-HEADER-CSV.
000444     PERFORM PARSE-CSV-FIELDS.
000445     IF CSV-F1(1:1) NOT = "H"
000446         GO TO SRC-FIND-HEADER.
000447     ADD 1 TO DS-SEEN.
000448     MOVE CSV-F2(1:1) TO SRC-MODE.
000449     MOVE CSV-F3 TO CSV-TOKEN.
000450     PERFORM GET-CSV-NUM.
000451     IF CSV-NUM > 99
000452         MOVE 99 TO CSV-NUM.
000453     IF CSV-NUM < 0
000454         MOVE 0 TO CSV-NUM.
000455     MOVE CSV-NUM TO SRC-COUNT.
000456     MOVE CSV-F4(1:8) TO SRC-ROUTE.
000457 SRC-HEADER-CHECK.
000458     IF WANT-DS = 0
000459         IF SRC-ROUTE NOT = CUR-ROUTE
000460             GO TO SRC-FIND-HEADER
000461         END-IF
000462     ELSE
000463         IF DS-SEEN < WANT-DS
000464             GO TO SRC-FIND-HEADER
000465         END-IF
000466         IF SRC-ROUTE NOT = CUR-ROUTE
000467             MOVE WANT-DS TO ED-DS
000468             DISPLAY "DATASET " ED-DS " CARRIES ROUTE " SRC-ROUTE
000469                     " - NOTHING LOADED"
000470             CLOSE SOURCE-FILE
000471             GO TO ASK-ACTION
000472         END-IF
000473     END-IF.
000474     MOVE DS-SEEN TO ED-DS.
000475     IF SRC-COUNT = 0
000476         DISPLAY "DATASET " ED-DS " IS EMPTY - NOTHING LOADED"
000477         CLOSE SOURCE-FILE
000478         GO TO ASK-ACTION.
000479     MOVE 0 TO TRANSFORM-COUNT.
000480     MOVE 0 TO NEW-COUNT.
000481* THE DATASET'S OWN RECORDS - TRANSFORMS ARE BANKED, CAPTIONS
000482* PASSED OVER, AND EACH POINT (OR CIRCLE CENTER) STORED
000483 SRC-READ-POINT.
000484     READ SOURCE-FILE
000485         AT END GO TO SRC-SHORT
000486     END-READ.
000487     IF SRC-FILE-STATUS NOT = "00"
000488         GO TO SRC-SHORT.
000489     IF SRC-FORMAT = "C"
000490         GO TO SRC-READ-POINT-CSV.
000491     IF TR-MARKER = "T" OR TR-MARKER = "Z" OR TR-MARKER = "G"
000492         GO TO SRC-SHORT.
000493     IF TR-MARKER = "X"
000494         PERFORM STORE-TRANSFORM THRU STORE-TRANSFORM-DONE
000495         GO TO SRC-READ-POINT.
000496     IF TR-MARKER = "A"
000497         GO TO SRC-READ-POINT.
000498     IF REC-MODE = "L" OR REC-MODE = "C" OR REC-MODE = "F"
000499        OR REC-MODE = "R"
000500         GO TO SRC-SHORT.
000501     MOVE 0 TO FST-NUM.
000502     IF NUM-1 NOT = " " MOVE NUM-1 TO FST-NUM.
000503     IF NUM-1 NOT = " " MULTIPLY 10 BY FST-NUM.
000504     ADD NUM-2 TO FST-NUM.
000505     MOVE 0 TO SND-NUM.
000506     IF NUM-3 NOT = " " MOVE NUM-3 TO SND-NUM.
000507     IF NUM-3 NOT = " " MULTIPLY 10 BY SND-NUM.
000508     ADD NUM-4 TO SND-NUM.
000509     MOVE FST-NUM TO SGN-X.
000510     IF SIGN-1 = "-" COMPUTE SGN-X = 0 - FST-NUM.
000511     MOVE SND-NUM TO SGN-Y.
000512     IF SIGN-2 = "-" COMPUTE SGN-Y = 0 - SND-NUM.
000513     MOVE 1 TO WORK-SERIES.
000514     IF SERIES-ID-F NOT = " " MOVE SERIES-ID-F TO WORK-SERIES.
000515     GO TO SRC-STORE-POINT.
000516 SRC-READ-POINT-CSV.
000517     PERFORM PARSE-CSV-FIELDS.
000518     IF CSV-F1(1:1) = "H" OR CSV-F1(1:1) = "T"
000519        OR CSV-F1(1:1) = "Z"
000520         GO TO SRC-SHORT.
000521     IF CSV-F1(1:1) = "X"
000522         PERFORM STORE-TRANSFORM-CSV THRU STORE-TRANSFORM-CSV-DONE
000523         GO TO SRC-READ-POINT.
000524     IF CSV-F1(1:1) = "A"
000525         GO TO SRC-READ-POINT.
000526     IF CSV-F1(1:1) NOT = "P" AND CSV-F1(1:1) NOT = "C"
000527         DISPLAY "DATASET " ED-DS " HAS AN UNEXPECTED RECORD - "
000528                 "NOTHING LOADED"
000529         CLOSE SOURCE-FILE
000530         GO TO ASK-ACTION.
000531     MOVE CSV-F2 TO CSV-TOKEN.
000532     PERFORM GET-CSV-NUM.
000533     MOVE CSV-NUM TO SGN-X.
000534     MOVE CSV-F3 TO CSV-TOKEN.
000535     PERFORM GET-CSV-NUM.
000536     MOVE CSV-NUM TO SGN-Y.
000537     MOVE 1 TO WORK-SERIES.
000538     IF CSV-F1(1:1) = "P" AND CSV-F4(1:1) NUMERIC
000539         MOVE CSV-F4(1:1) TO WORK-SERIES.
000540* A CIRCLE DATASET'S BASELINE IS ITS CHAIN OF CENTERS, STORED
000541* AS SERIES 0 - THE SAME WAY THE PLOTTER MEASURES IT
000542 SRC-STORE-POINT.
000543     PERFORM APPLY-TRANSFORMS THRU APPLY-TRANSFORMS-DONE.
000544     IF WORK-SERIES < 1
000545         MOVE 1 TO WORK-SERIES.
000546     IF SRC-MODE = "C"
000547         MOVE 0 TO WORK-SERIES.
000548     ADD 1 TO NEW-COUNT.
000549     MOVE SGN-X TO NB-X(NEW-COUNT).
000550     MOVE SGN-Y TO NB-Y(NEW-COUNT).
000551     MOVE WORK-SERIES TO NB-SERIES(NEW-COUNT).
000552     IF NEW-COUNT < SRC-COUNT
000553         GO TO SRC-READ-POINT.
000554     CLOSE SOURCE-FILE.
000555* A FILL-MODE BASELINE IS THE CLOSED OUTLINE - JOIN THE LAST
000556* POINT BACK TO THE FIRST AS THE PLOTTER'S CLOSE-POLYGON DOES
000557     IF SRC-MODE = "F"
000558        AND (NB-X(NEW-COUNT) NOT = NB-X(1)
000559             OR NB-Y(NEW-COUNT) NOT = NB-Y(1))
000560         ADD 1 TO NEW-COUNT
000561         MOVE NB-X(1) TO NB-X(NEW-COUNT)
000562         MOVE NB-Y(1) TO NB-Y(NEW-COUNT)
000563         MOVE NB-SERIES(1) TO NB-SERIES(NEW-COUNT).
000564     MOVE SPACES TO NEW-SOURCE.
000565     STRING "FILE "     DELIMITED BY SIZE
000566            SOURCE-NAME DELIMITED BY " "
000567            " DS "      DELIMITED BY SIZE
000568            ED-DS       DELIMITED BY SIZE
000569            INTO NEW-SOURCE.
000570     GO TO APPROVE-BASELINE.
000571 SRC-SHORT.
000572     CLOSE SOURCE-FILE.
000573     MOVE SRC-COUNT TO ED-PTS.
000574     MOVE NEW-COUNT TO ED-CNT.
000575     DISPLAY "DATASET " ED-DS " IS SHORT - HEADER CLAIMED " ED-PTS
000576             " POINTS, FOUND " ED-CNT " - NOTHING LOADED".
000577     GO TO ASK-ACTION.
000578 SRC-NOT-FOUND.
000579     CLOSE SOURCE-FILE.
000580     IF WANT-DS = 0
000581         DISPLAY "NO DATASET FOR ROUTE " CUR-ROUTE " IN "
000582                 SOURCE-NAME
000583     ELSE
000584         MOVE DS-SEEN TO ED-DS
000585         DISPLAY "THE FILE HOLDS ONLY " ED-DS " DATASET(S)"
000586     END-IF.
000587     GO TO ASK-ACTION.
000588*
000589* TAKE THE BASELINE FROM A RUN ON THE GEOMETRY ARCHIVE - LIST
000590* THE ROUTE'S ARCHIVED RUNS, LET THE OPERATOR PICK ONE, AND
000591* COPY ITS POINTS (OR CIRCLE CENTERS) ACROSS IN SEQUENCE ORDER
000592 LOAD-FROM-ARCHIVE.
000593     IF ARCHIVE-OPEN-FLAG NOT = "Y"
000594         DISPLAY "NO GEOMETRY ARCHIVE ON FILE"
000595         GO TO ASK-ACTION.
000596     PERFORM ASK-ROUTE THRU ASK-ROUTE-DONE.
000597     MOVE 0 TO AS-TOTAL.
000598     MOVE CUR-ROUTE TO GA-ROUTE-ID.
000599     MOVE SPACES TO GA-RUN-STAMP.
000600     MOVE 0 TO GA-SEQ.
000601     START GEOM-ARCHIVE KEY NOT LESS THAN GA-KEY
000602         INVALID KEY GO TO ARCH-RUNS-KNOWN
000603     END-START.
000604 ARCH-RUNS-LOOP.
000605     READ GEOM-ARCHIVE NEXT RECORD
000606         AT END GO TO ARCH-RUNS-KNOWN
000607     END-READ.
000608     IF GA-FILE-STATUS NOT = "00"
000609         GO TO ARCH-RUNS-KNOWN.
000610     IF GA-ROUTE-ID NOT = CUR-ROUTE
000611         GO TO ARCH-RUNS-KNOWN.
000612     IF AS-TOTAL > 0
000613        AND AS-STAMP(AS-TOTAL) = GA-RUN-STAMP
000614         ADD 1 TO AS-RECS(AS-TOTAL)
000615         GO TO ARCH-RUNS-LOOP.
000616     IF AS-TOTAL NOT < 9
000617         GO TO ARCH-RUNS-KNOWN.
000618     ADD 1 TO AS-TOTAL.
000619     MOVE GA-RUN-STAMP TO AS-STAMP(AS-TOTAL).
000620     MOVE 1 TO AS-RECS(AS-TOTAL).
000621     GO TO ARCH-RUNS-LOOP.
000622 ARCH-RUNS-KNOWN.
000623     IF AS-TOTAL = 0
000624         DISPLAY "NO ARCHIVED GEOMETRY FOR ROUTE " CUR-ROUTE
000625         GO TO ASK-ACTION.
000626     DISPLAY "ARCHIVED RUNS OF ROUTE " CUR-ROUTE ":".
000627     MOVE 1 TO AS-I.
000628 ARCH-SHOW-LOOP.
000629     MOVE AS-I TO ED-AS-I.
000630     MOVE AS-RECS(AS-I) TO ED-CNT.
000631     DISPLAY "  " ED-AS-I "  RUN " AS-STAMP(AS-I)(1:8) " "
000632             AS-STAMP(AS-I)(9:6) "  " ED-CNT " RECORD(S)".
000633     ADD 1 TO AS-I.
000634     IF AS-I NOT > AS-TOTAL
000635         GO TO ARCH-SHOW-LOOP.
000636     DISPLAY "RUN TO TAKE THE BASELINE FROM:".
000637     MOVE 1 TO LIM-LO.
000638     MOVE AS-TOTAL TO LIM-HI.
000639     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000640     MOVE AS-STAMP(NUM-VALUE) TO PICK-STAMP.
000641     MOVE 0 TO NEW-COUNT.
000642     MOVE CUR-ROUTE TO GA-ROUTE-ID.
000643     MOVE PICK-STAMP TO GA-RUN-STAMP.
000644     MOVE 0 TO GA-SEQ.
000645     START GEOM-ARCHIVE KEY NOT LESS THAN GA-KEY
000646         INVALID KEY GO TO ARCH-COPY-DONE
000647     END-START.
000648 ARCH-COPY-LOOP.
000649     READ GEOM-ARCHIVE NEXT RECORD
000650         AT END GO TO ARCH-COPY-DONE
000651     END-READ.
000652     IF GA-FILE-STATUS NOT = "00"
000653         GO TO ARCH-COPY-DONE.
000654     IF GA-ROUTE-ID NOT = CUR-ROUTE
000655        OR GA-RUN-STAMP NOT = PICK-STAMP
000656         GO TO ARCH-COPY-DONE.
000657     IF NEW-COUNT NOT < 100
000658         GO TO ARCH-COPY-DONE.
000659     ADD 1 TO NEW-COUNT.
000660     MOVE GA-X TO NB-X(NEW-COUNT).
000661     MOVE GA-Y TO NB-Y(NEW-COUNT).
000662     MOVE GA-SERIES TO NB-SERIES(NEW-COUNT).
000663     IF GA-REC-TYPE = "C"
000664         MOVE 0 TO NB-SERIES(NEW-COUNT).
000665     GO TO ARCH-COPY-LOOP.
000666 ARCH-COPY-DONE.
000667     MOVE SPACES TO NEW-SOURCE.
000668     STRING "ARCHIVE RUN " DELIMITED BY SIZE
000669            PICK-STAMP     DELIMITED BY SIZE
000670            INTO NEW-SOURCE.
000671     GO TO APPROVE-BASELINE.
000672*
000673* COMMON TAIL OF BOTH LOADS - CONFIRM A REPLACEMENT, TAKE THE
000674* CORRIDOR WIDTH AND THE SIGN-OFF, THEN SWAP THE ROUTE'S OLD
000675* BASELINE RECORDS FOR THE NEW ONES
000676 APPROVE-BASELINE.
000677     IF NEW-COUNT = 0
000678         DISPLAY "NO GEOMETRY FOUND - NOTHING LOADED"
000679         GO TO ASK-ACTION.
000680     PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-DONE.
000681     IF OLD-FOUND = "Y" AND OLD-STATUS = "A"
000682         DISPLAY "ROUTE " CUR-ROUTE " ALREADY HAS A BASELINE "
000683                 "APPROVED " OLD-APPROVED(1:8) " BY " OLD-APPROVER
000684         DISPLAY "REPLACE IT (Y/N)?"
000685         ACCEPT ANSWER
000686         IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000687             DISPLAY "NOTHING CHANGED"
000688             GO TO ASK-ACTION
000689         END-IF
000690     END-IF.
000691     DISPLAY "CORRIDOR WIDTH IN COORDINATE UNITS".
000692     DISPLAY "(0 = THE PLOTTER'S RUN DEFAULT, UP TO 9999):".
000693     MOVE 0 TO LIM-LO.
000694     MOVE 9999 TO LIM-HI.
000695     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000696     MOVE NUM-VALUE TO NEW-CORRIDOR.
000697 ASK-APPROVER.
000698     DISPLAY "APPROVED BY (NAME OR INITIALS):".
000699     MOVE SPACES TO APPROVER.
000700     ACCEPT APPROVER.
000701     IF APPROVER = SPACES
000702         DISPLAY "A BASELINE CANNOT BE LOADED WITHOUT A SIGN-OFF"
000703         GO TO ASK-APPROVER.
000704     PERFORM PURGE-BASELINE THRU PURGE-BASELINE-DONE.
000705     MOVE SPACES TO BASELINE-REC.
000706     MOVE CUR-ROUTE TO BL-ROUTE-ID.
000707     MOVE 0 TO BL-SEQ.
000708     MOVE "H" TO BL-REC-TYPE.
000709     MOVE 0 TO BL-X.
000710     MOVE 0 TO BL-Y.
000711     MOVE 0 TO BL-SERIES.
000712     MOVE "A" TO BL-STATUS.
000713     MOVE NEW-CORRIDOR TO BL-CORRIDOR.
000714     MOVE NEW-COUNT TO BL-POINT-COUNT.
000715     MOVE TODAY-STAMP TO BL-APPROVED.
000716     MOVE APPROVER TO BL-APPROVER.
000717     MOVE NEW-SOURCE TO BL-SOURCE.
000718     WRITE BASELINE-REC
000719         INVALID KEY
000720         DISPLAY "ERROR: CANNOT WRITE BASELINE - STATUS "
000721                 BL-FILE-STATUS
000722         GO TO ASK-ACTION
000723     END-WRITE.
000724     MOVE 1 TO NB-I.
000725 APPROVE-POINT-LOOP.
000726     MOVE SPACES TO BASELINE-REC.
000727     MOVE CUR-ROUTE TO BL-ROUTE-ID.
000728     MOVE NB-I TO BL-SEQ.
000729     MOVE "P" TO BL-REC-TYPE.
000730     MOVE NB-X(NB-I) TO BL-X.
000731     MOVE NB-Y(NB-I) TO BL-Y.
000732     MOVE NB-SERIES(NB-I) TO BL-SERIES.
000733     MOVE 0 TO BL-CORRIDOR.
000734     MOVE 0 TO BL-POINT-COUNT.
000735     WRITE BASELINE-REC
000736         INVALID KEY
000737         REWRITE BASELINE-REC
000738     END-WRITE.
000739     ADD 1 TO NB-I.
000740     IF NB-I NOT > NEW-COUNT
000741         GO TO APPROVE-POINT-LOOP.
000742     ADD 1 TO LOADED-COUNT.
000743     MOVE NEW-COUNT TO ED-PTS.
000744     MOVE NEW-CORRIDOR TO ED-COR.
000745     MOVE "LOADED  " TO ACTION-TEXT.
000746     IF OLD-FOUND = "Y"
000747         MOVE "REPLACED" TO ACTION-TEXT.
000748     MOVE SPACES TO REPORT-LINE.
000749     STRING ACTION-TEXT " ROUTE " CUR-ROUTE
000750            "  POINTS " ED-PTS
000751            "  CORRIDOR " ED-COR
000752            "  BY " APPROVER
000753            "  FROM " NEW-SOURCE
000754            DELIMITED BY SIZE INTO REPORT-LINE.
000755     MOVE REPORT-LINE TO REPORT-REC.
000756     WRITE REPORT-REC.
000757     DISPLAY "BASELINE FOR ROUTE " CUR-ROUTE " APPROVED - "
000758             ED-PTS " POINTS".
000759     GO TO ASK-ACTION.
000760*
000761* DELETE EVERY RECORD THE ROUTE HAS ON THE BASELINE FILE - THE
000762* CONTROL RECORD AND ALL ITS POINTS - BEFORE A REPLACEMENT IS
000763* WRITTEN, SO A SHORTER NEW BASELINE LEAVES NO OLD TAIL BEHIND
000764 PURGE-BASELINE.
000765     MOVE CUR-ROUTE TO BL-ROUTE-ID.
000766     MOVE 0 TO BL-SEQ.
000767     START BASELINE-FILE KEY NOT LESS THAN BL-KEY
000768         INVALID KEY GO TO PURGE-BASELINE-DONE
000769     END-START.
000770 PURGE-BASELINE-LOOP.
000771     READ BASELINE-FILE NEXT RECORD
000772         AT END GO TO PURGE-BASELINE-DONE
000773     END-READ.
000774     IF BL-FILE-STATUS NOT = "00"
000775         GO TO PURGE-BASELINE-DONE.
000776     IF BL-ROUTE-ID NOT = CUR-ROUTE
000777         GO TO PURGE-BASELINE-DONE.
000778     DELETE BASELINE-FILE RECORD
000779         INVALID KEY GO TO PURGE-BASELINE-DONE
000780     END-DELETE.
000781     GO TO PURGE-BASELINE-LOOP.
000782 PURGE-BASELINE-DONE.
000783     EXIT.
000784*
000785* RETIRE A ROUTE'S BASELINE - THE RECORDS STAY ON FILE FOR THE
000786* AUDIT TRAIL, MARKED RETIRED WITH THE DATE AND WHO DID IT, AND
000787* THE PLOTTER STOPS MEASURING THE ROUTE AGAINST THEM
000788 RETIRE-BASELINE.
000789     PERFORM ASK-ROUTE THRU ASK-ROUTE-DONE.
000790     PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-DONE.
000791     IF OLD-FOUND NOT = "Y"
000792         DISPLAY "NO BASELINE ON FILE FOR ROUTE " CUR-ROUTE
000793         GO TO ASK-ACTION.
000794     IF OLD-STATUS NOT = "A"
000795         DISPLAY "THE BASELINE FOR ROUTE " CUR-ROUTE
000796                 " IS ALREADY RETIRED"
000797         GO TO ASK-ACTION.
000798     DISPLAY "RETIRE THE BASELINE APPROVED " OLD-APPROVED(1:8)
000799             " BY " OLD-APPROVER " (Y/N)?".
000800     ACCEPT ANSWER.
000801     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000802         DISPLAY "NOTHING CHANGED"
000803         GO TO ASK-ACTION.
000804 ASK-RETIRER.
000805     DISPLAY "RETIRED BY (NAME OR INITIALS):".
000806     MOVE SPACES TO APPROVER.
000807     ACCEPT APPROVER.
000808     IF APPROVER = SPACES
000809         DISPLAY "A BASELINE CANNOT BE RETIRED WITHOUT A SIGN-OFF"
000810         GO TO ASK-RETIRER.
000811     MOVE "R" TO BL-STATUS.
000812     MOVE TODAY-STAMP TO BL-RETIRED.
000813     MOVE APPROVER TO BL-RETIRED-BY.
000814     REWRITE BASELINE-REC
000815         INVALID KEY
000816         DISPLAY "ERROR: CANNOT RETIRE BASELINE - STATUS "
000817                 BL-FILE-STATUS
000818         GO TO ASK-ACTION
000819     END-REWRITE.
000820     ADD 1 TO RETIRED-COUNT.
000821     MOVE SPACES TO REPORT-LINE.
000822     STRING "RETIRED  ROUTE " CUR-ROUTE
000823            "  APPROVED " OLD-APPROVED(1:8)
000824            " BY " OLD-APPROVER
000825            "  RETIRED BY " APPROVER
000826            DELIMITED BY SIZE INTO REPORT-LINE.
000827     MOVE REPORT-LINE TO REPORT-REC.
000828     WRITE REPORT-REC.
000829     DISPLAY "BASELINE FOR ROUTE " CUR-ROUTE " RETIRED".
000830     GO TO ASK-ACTION.
000831*
000832* THE CLOSING LISTING - ONE LINE PER ROUTE ON THE BASELINE FILE,
000833* TAKEN FROM ITS CONTROL RECORD, IN ROUTE ORDER
000834 WRITE-BASELINE-LISTING.
000835     MOVE SPACES TO REPORT-REC.
000836     WRITE REPORT-REC.
000837     MOVE "BASELINES ON FILE" TO REPORT-REC.
000838     WRITE REPORT-REC.
000839     MOVE 0 TO LIST-COUNT.
000840     MOVE SPACES TO BL-KEY.
000841     START BASELINE-FILE KEY NOT LESS THAN BL-KEY
000842         INVALID KEY GO TO LISTING-DONE
000843     END-START.
000844 LISTING-LOOP.
000845     READ BASELINE-FILE NEXT RECORD
000846         AT END GO TO LISTING-DONE
000847     END-READ.
000848     IF BL-FILE-STATUS NOT = "00"
000849         GO TO LISTING-DONE.
000850     IF BL-REC-TYPE NOT = "H"
000851         GO TO LISTING-LOOP.
000852     ADD 1 TO LIST-COUNT.
000853     MOVE BL-POINT-COUNT TO ED-PTS.
000854     MOVE "ACTIVE " TO STATUS-TEXT.
000855     IF BL-STATUS = "R"
000856         MOVE "RETIRED" TO STATUS-TEXT.
000857     MOVE SPACES TO CORRIDOR-TEXT.
000858     IF BL-CORRIDOR = 0
000859         MOVE "DEFAULT" TO CORRIDOR-TEXT
000860     ELSE
000861         MOVE BL-CORRIDOR TO ED-COR
000862         MOVE ED-COR TO CORRIDOR-TEXT.
000863     MOVE SPACES TO REPORT-LINE.
000864     STRING "ROUTE " BL-ROUTE-ID
000865            "  " STATUS-TEXT
000866            "  POINTS " ED-PTS
000867            "  CORRIDOR " CORRIDOR-TEXT
000868            "  APPROVED " BL-APPROVED(1:8)
000869            " BY " BL-APPROVER
000870            "  " BL-SOURCE
000871            DELIMITED BY SIZE INTO REPORT-LINE.
000872     MOVE REPORT-LINE TO REPORT-REC.
000873     WRITE REPORT-REC.
000874     GO TO LISTING-LOOP.
000875 LISTING-DONE.
000876     IF LIST-COUNT = 0
000877         MOVE "NO BASELINES ON FILE" TO REPORT-REC
000878         WRITE REPORT-REC.
000879     GO TO WRITE-BASELINE-LISTING-EXIT.
000880*
000881* BANK ONE TRANSFORM RECORD - THE SAME RULES AS THE PLOTTER'S
000882* STORE-TRANSFORM: BAD OPS AND UNSUPPORTED ROTATIONS ARE PASSED
000883* OVER, SO THE BASELINE SEES EXACTLY THE TRANSFORMS THE PLOTTER
000884* WOULD HAVE APPLIED
000885 STORE-TRANSFORM.
000886     IF TRANSFORM-COUNT > 7
000887         GO TO STORE-TRANSFORM-DONE.
000888     IF TR-OP NOT = "T" AND TR-OP NOT = "R" AND TR-OP NOT = "M"
000889         GO TO STORE-TRANSFORM-DONE.
000890     IF TR-OP = "M" AND TR-AXIS NOT = "X" AND TR-AXIS NOT = "Y"
000891         GO TO STORE-TRANSFORM-DONE.
000892     IF TR-OP = "R" AND TR-A NOT = 090 AND TR-A NOT = 180
000893        AND TR-A NOT = 270
000894         GO TO STORE-TRANSFORM-DONE.
000895     ADD 1 TO TRANSFORM-COUNT.
000896     MOVE TR-OP TO TF-OP(TRANSFORM-COUNT).
000897     MOVE 0 TO TF-A(TRANSFORM-COUNT).
000898     MOVE 0 TO TF-B(TRANSFORM-COUNT).
000899     MOVE SPACE TO TF-AXIS-V(TRANSFORM-COUNT).
000900     IF TR-OP = "M"
000901         MOVE TR-AXIS TO TF-AXIS-V(TRANSFORM-COUNT)
000902         GO TO STORE-TRANSFORM-DONE.
000903     MOVE TR-A TO TF-A(TRANSFORM-COUNT).
000904     IF TR-OP = "T" AND TR-SIGN-A = "-"
000905         COMPUTE TF-A(TRANSFORM-COUNT) = 0 - TR-A.
000906     IF TR-OP = "T"
000907         MOVE TR-B TO TF-B(TRANSFORM-COUNT)
000908         IF TR-SIGN-B = "-"
000909             COMPUTE TF-B(TRANSFORM-COUNT) = 0 - TR-B
000910         END-IF.
000911 STORE-TRANSFORM-DONE.
000912     EXIT.
000913*
000914* CSV FORM: X,OP,A,B - THE SAME RULES AGAIN
000915 STORE-TRANSFORM-CSV.
000916     IF TRANSFORM-COUNT > 7
000917         GO TO STORE-TRANSFORM-CSV-DONE.
000918     IF CSV-F2(1:1) NOT = "T" AND CSV-F2(1:1) NOT = "R"
000919        AND CSV-F2(1:1) NOT = "M"
000920         GO TO STORE-TRANSFORM-CSV-DONE.
000921     IF CSV-F2(1:1) = "M" AND CSV-F3(1:1) NOT = "X"
000922        AND CSV-F3(1:1) NOT = "Y"
000923         GO TO STORE-TRANSFORM-CSV-DONE.
000924     MOVE CSV-F3 TO CSV-TOKEN.
000925     PERFORM GET-CSV-NUM.
000926     IF CSV-F2(1:1) = "R" AND CSV-NUM NOT = 90
000927        AND CSV-NUM NOT = 180 AND CSV-NUM NOT = 270
000928         GO TO STORE-TRANSFORM-CSV-DONE.
000929     ADD 1 TO TRANSFORM-COUNT.
000930     MOVE CSV-F2(1:1) TO TF-OP(TRANSFORM-COUNT).
000931     MOVE 0 TO TF-A(TRANSFORM-COUNT).
000932     MOVE 0 TO TF-B(TRANSFORM-COUNT).
000933     MOVE SPACE TO TF-AXIS-V(TRANSFORM-COUNT).
000934     IF CSV-F2(1:1) = "M"
000935         MOVE CSV-F3(1:1) TO TF-AXIS-V(TRANSFORM-COUNT)
000936         GO TO STORE-TRANSFORM-CSV-DONE.
000937     MOVE CSV-NUM TO TF-A(TRANSFORM-COUNT).
000938     IF CSV-F2(1:1) = "T"
000939         MOVE CSV-F4 TO CSV-TOKEN
000940         PERFORM GET-CSV-NUM
000941         MOVE CSV-NUM TO TF-B(TRANSFORM-COUNT).
000942 STORE-TRANSFORM-CSV-DONE.
000943     EXIT.
000944*
000945* RUN THE BANKED TRANSFORMS, IN RECORD ORDER, OVER SGN-X/SGN-Y
000946 APPLY-TRANSFORMS.
000947     IF TRANSFORM-COUNT = 0
000948         GO TO APPLY-TRANSFORMS-DONE.
000949     MOVE 1 TO TF-I.
000950 APPLY-TRANSFORMS-LOOP.
000951     IF TF-OP(TF-I) = "T"
000952         ADD TF-A(TF-I) TO SGN-X
000953         ADD TF-B(TF-I) TO SGN-Y.
000954     IF TF-OP(TF-I) = "R" AND TF-A(TF-I) = 090
000955         MOVE SGN-X TO TF-TMP
000956         COMPUTE SGN-X = 0 - SGN-Y
000957         MOVE TF-TMP TO SGN-Y.
000958     IF TF-OP(TF-I) = "R" AND TF-A(TF-I) = 180
000959         COMPUTE SGN-X = 0 - SGN-X
000960         COMPUTE SGN-Y = 0 - SGN-Y.
000961     IF TF-OP(TF-I) = "R" AND TF-A(TF-I) = 270
000962         MOVE SGN-X TO TF-TMP
000963         MOVE SGN-Y TO SGN-X
000964         COMPUTE SGN-Y = 0 - TF-TMP.
000965     IF TF-OP(TF-I) = "M" AND TF-AXIS-V(TF-I) = "X"
000966         COMPUTE SGN-Y = 0 - SGN-Y.
000967     IF TF-OP(TF-I) = "M" AND TF-AXIS-V(TF-I) = "Y"
000968         COMPUTE SGN-X = 0 - SGN-X.
000969     ADD 1 TO TF-I.
000970     IF TF-I NOT > TRANSFORM-COUNT
000971         GO TO APPLY-TRANSFORMS-LOOP.
000972 APPLY-TRANSFORMS-DONE.
000973     EXIT.
000974*
000975* SPLIT THE CSV RECORD JUST READ INTO ITS FIELDS
000976 PARSE-CSV-FIELDS.
000977     MOVE SPACES TO CSV-FIELDS.
000978     UNSTRING CSV-IN-REC DELIMITED BY ","
000979         INTO CSV-F1 CSV-F2 CSV-F3 CSV-F4
000980              CSV-F5 CSV-F6 CSV-F7 CSV-F8.
000981*
000982* FREE-FORMAT NUMBER OUT OF CSV-TOKEN INTO CSV-NUM - SIGNS AND
000983* SURROUNDING SPACES ALLOWED, ANYTHING UNREADABLE COMES BACK 0
000984 GET-CSV-NUM.
000985     MOVE 0 TO CSV-NUM.
000986     IF CSV-TOKEN NOT = SPACES
000987         COMPUTE CSV-NUM = FUNCTION NUMVAL(CSV-TOKEN).
000988*
000989* PROMPTED NUMBER WITH RETRY UNTIL IT PASSES - LIM-LO/LIM-HI
000990* SET BY THE CALLER, AS IN THE INPUT BUILDER
000991 GET-NUMBER.
000992     ACCEPT RAW-INPUT.
000993     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
000994     IF NUM-OK = "Y"
000995         GO TO GET-NUMBER-DONE.
000996     DISPLAY "PLEASE ENTER A WHOLE NUMBER IN RANGE".
000997     GO TO GET-NUMBER.
000998 GET-NUMBER-DONE.
000999     EXIT.
001000*
001001 CHECK-NUMBER.
001002     MOVE "N" TO NUM-OK.
001003     MOVE 0 TO NUM-VALUE.
001004     MOVE 1 TO NUM-SIGN.
001005     MOVE 0 TO NUM-DIGITS.
001006     MOVE 1 TO NUM-I.
001007* SKIP LEADING SPACES
001008 CHECK-NUMBER-SKIP.
001009     IF NUM-I < 20 AND RAW-INPUT(NUM-I:1) = " "
001010         ADD 1 TO NUM-I
001011         GO TO CHECK-NUMBER-SKIP.
001012     IF RAW-INPUT(NUM-I:1) = "-"
001013         MOVE -1 TO NUM-SIGN
001014         ADD 1 TO NUM-I.
001015     IF RAW-INPUT(NUM-I:1) = "+"
001016         ADD 1 TO NUM-I.
001017 CHECK-NUMBER-DIGITS.
001018     IF NUM-I > 20
001019         GO TO CHECK-NUMBER-FINISH.
001020     IF RAW-INPUT(NUM-I:1) = " "
001021         GO TO CHECK-NUMBER-FINISH.
001022     IF RAW-INPUT(NUM-I:1) < "0" OR RAW-INPUT(NUM-I:1) > "9"
001023         GO TO CHECK-NUMBER-DONE.
001024     IF NUM-DIGITS > 4
001025         GO TO CHECK-NUMBER-DONE.
001026     MOVE RAW-INPUT(NUM-I:1) TO DIGIT-X.
001027     COMPUTE NUM-VALUE = NUM-VALUE * 10 + DIGIT-X.
001028     ADD 1 TO NUM-DIGITS.
001029     ADD 1 TO NUM-I.
001030     GO TO CHECK-NUMBER-DIGITS.
001031 CHECK-NUMBER-FINISH.
001032     IF NUM-DIGITS = 0
001033         GO TO CHECK-NUMBER-DONE.
001034     COMPUTE NUM-VALUE = NUM-VALUE * NUM-SIGN.
001035     IF NUM-VALUE < LIM-LO OR NUM-VALUE > LIM-HI
001036         GO TO CHECK-NUMBER-DONE.
001037     MOVE "Y" TO NUM-OK.
001038 CHECK-NUMBER-DONE.
001039     EXIT.
