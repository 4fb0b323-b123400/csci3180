000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. CHARGEBK.
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
000026* CHARGEBACK BILLING FOR ONE OUTPUT GENERATION OF THE PLOTTER.
000027* THE PLOTTER WRITES A CHARGE FEED PER GENERATION - A RECORD FOR
000028* EVERY DATASET IT TOOK IN, WITH THE SENDING DEPARTMENT, THE
000029* DATASET MODE AND THE PATH LENGTH AND ENCLOSED AREA FROM ITS
000030* GEOMETRY SUMMARY, THEN A TRAILER OF THE RUN'S CONTROL TOTALS.
000031* THIS BATCH JOB PRICES EACH PLOTTED DATASET FROM THE RATE TABLE
000032* (ratetab.dat, KEPT BY THE RATE MAINTENANCE PROGRAM) AS THE
000033* DEPARTMENT'S FLAT FEE FOR THE MODE PLUS ITS RATE PER UNIT OF
000034* PATH LENGTH AND PER UNIT OF ENCLOSED AREA, AND WRITES
000035*   - THE BILLING EXTRACT chgext.txt, ONE FIXED-LAYOUT RECORD PER
000036*     DATASET AND A TRAILER OF THE BILLED TOTALS, AND
000037*   - THE INVOICE REPORT invoice.txt, THE CHARGED DATASETS BY
000038*     DEPARTMENT WITH DEPARTMENT TOTALS AND A GRAND TOTAL, THEN
000039*     EVERY DATASET NOT CHARGED (REJECTED, SKIPPED AS A DUPLICATE,
000040*     OR PLOTTED WITH NO RATE ON FILE) AND THE PROOF OF THE
000041*     INVOICE AGAINST THE RUN'S CONTROL TOTALS.
000042* RETURN CODE 8 IF ANY PLOTTED DATASET HAD NO RATE, 12 IF THE
000043* INVOICE DOES NOT AGREE WITH THE RUN'S CONTROL TOTALS.
000044*
000045 ENVIRONMENT DIVISION.
000046 INPUT-OUTPUT SECTION.
000047 FILE-CONTROL.
000048     SELECT RATE-FILE
000049          ASSIGN TO DISK
000050          ORGANIZATION IS INDEXED
000051          ACCESS MODE IS RANDOM
000052          RECORD KEY IS RT-KEY
000053          FILE STATUS IS RT-FILE-STATUS.
000054     SELECT STATUS-FILE
000055          ASSIGN TO DYNAMIC STATUS-NAME
000056          ORGANIZATION IS LINE SEQUENTIAL
000057          FILE STATUS IS ST-FILE-STATUS.
000058     SELECT MANIFEST-FILE
000059          ASSIGN TO DYNAMIC MANIFEST-NAME
000060          ORGANIZATION IS LINE SEQUENTIAL
000061          FILE STATUS IS MF-FILE-STATUS.
000062     SELECT CHARGE-FEED-FILE
000063          ASSIGN TO DYNAMIC FEED-NAME
000064          ORGANIZATION IS LINE SEQUENTIAL
000065          FILE STATUS IS CF-FILE-STATUS.
000066     SELECT REPORT-FILE
000067          ASSIGN TO DISK
000068          ORGANIZATION IS LINE SEQUENTIAL.
000069     SELECT EXTRACT-FILE
000070          ASSIGN TO DISK
000071          ORGANIZATION IS LINE SEQUENTIAL.
000072*
000073 DATA DIVISION.
000074 FILE SECTION.
000075* THE RATE TABLE - THE LAYOUT MUST STAY IN STEP WITH THE ONE IN
000076* THE RATE MAINTENANCE PROGRAM'S FD
000077 FD RATE-FILE
000078       LABEL RECORDS ARE STANDARD
000079       VALUE OF FILE-ID IS "ratetab.dat".
000080     01 RATE-REC.
000081        03 RT-KEY.
000082           05 RT-DEPT       PIC X(8).
000083           05 RT-MODE       PIC X.
000084        03 RT-DEPT-NAME     PIC X(30).
000085        03 RT-LENGTH-RATE   PIC 9(3)V9(4).
000086        03 RT-AREA-RATE     PIC 9(3)V9(4).
000087        03 RT-FLAT-FEE      PIC 9(5)V99.
000088        03 RT-UPDATED       PIC X(8).
000089*
000090* THE PLOTTER'S RUN STATUS RECORD - ONLY READ TO FIND THE LAST
000091* RUN'S OUTPUT MANIFEST. THE LAYOUT MUST STAY IN STEP WITH THE
000092* ONE IN THE PLOTTER'S OWN FD
000093 FD STATUS-FILE
000094       LABEL RECORDS ARE STANDARD.
000095     01 STATUS-REC.
000096        03 ST-RUN-DATE   PIC X(8).
000097        03 ST-RUN-TIME   PIC X(6).
000098        03 ST-PLOTTED    PIC 9(4).
000099        03 ST-REJECTED   PIC 9(4).
000100        03 ST-TREND-FLAG PIC 9(4).
000101        03 ST-RECON      PIC X.
000102        03 ST-RETURN     PIC 9(2).
000103        03 ST-DUPLICATES PIC 9(4).
000104        03 ST-RUN-MODE   PIC X.
000105        03 ST-MANIFEST   PIC X(40).
000106*
000107* THE OUTPUT MANIFEST OF THAT RUN - SEARCHED FOR ITS CHARGE FEED
000108 FD MANIFEST-FILE
000109       LABEL RECORDS ARE STANDARD.
000110     01 MANIFEST-REC.
000111        03 MF-REC-TYPE       PIC X.
000112        03 MF-GEN-STAMP      PIC X(14).
000113        03 MF-FILE-NAME      PIC X(40).
000114        03 MF-OUT-TYPE       PIC X(8).
000115        03 MF-SCOPE          PIC X.
000116        03 MF-DATASET        PIC 99.
000117        03 MF-ROUTE-ID       PIC X(8).
000118        03 MF-SOURCE         PIC X(30).
000119        03 MF-RECORDS        PIC 9(7).
000120*
000121* THE CHARGE FEED - THE LAYOUT MUST STAY IN STEP WITH THE ONE IN
000122* THE PLOTTER'S OWN FD. A RESTARTED RUN CARRIES ON THE FEED OF
000123* THE ATTEMPT IT RESTARTED, AND A RESTART AFTER THE GENERATION
000124* WAS CLOSED ADDS A SECOND TRAILER - THE TRAILER TOTALS ARE
000125* CUMULATIVE, SO THE LAST ONE ON THE FEED IS THE ONE THAT COUNTS
000126 FD CHARGE-FEED-FILE
000127       LABEL RECORDS ARE STANDARD.
000128     01 CHARGE-FEED-REC.
000129        03 CF-REC-TYPE       PIC X.
000130        03 CF-GEN-STAMP      PIC X(14).
000131        03 CF-DATASET        PIC 99.
000132        03 CF-ROUTE-ID       PIC X(8).
000133        03 CF-SOURCE         PIC X(30).
000134        03 CF-DEPT           PIC X(8).
000135*   "L" LINE, "C" CIRCLE, "F" FILL OR "R" TREND-FIT
000136        03 CF-MODE           PIC X.
000137*   "P" PLOTTED, "R" REJECTED, "D" SKIPPED AS A DUPLICATE
000138        03 CF-STATUS         PIC X.
000139        03 CF-POINTS         PIC 9(3).
000140        03 CF-PATH-LENGTH    PIC 9(7)V99.
000141        03 CF-AREA           PIC 9(9)V99.
000142        03 CF-REASON         PIC X(40).
000143     01 CHARGE-TRAILER-REC.
000144        03 CT-REC-TYPE       PIC X.
000145        03 CT-GEN-STAMP      PIC X(14).
000146        03 CT-PLOTTED        PIC 9(4).
000147        03 CT-REJECTED       PIC 9(4).
000148        03 CT-DUPLICATES     PIC 9(4).
000149        03 CT-PATH-LENGTH    PIC 9(11)V99.
000150        03 CT-AREA           PIC 9(13)V99.
000151        03 CT-END-DATE       PIC X(8).
000152        03 FILLER            PIC X(65).
000153*
000154* THE PRINTED INVOICE
000155 FD REPORT-FILE
000156       LABEL RECORDS ARE STANDARD
000157       VALUE OF FILE-ID IS "invoice.txt".
000158     01 REPORT-REC  PIC X(132).
000159*
000160* THE BILLING EXTRACT - CHARGED DATASETS IN DEPARTMENT ORDER,
000161* THEN THE DATASETS NOT CHARGED, THEN A "T" TRAILER OF THE
000162* BILLED TOTALS (LENGTH, AREA AND AMOUNT OF CHARGED DATASETS
000163* ONLY). NUMBERS ARE FIXED WIDTH AND ZERO FILLED, AS IN THE
000164* PLOTTER'S OWN FEED
000165 FD EXTRACT-FILE
000166       LABEL RECORDS ARE STANDARD
000167       VALUE OF FILE-ID IS "chgext.txt".
000168     01 EXTRACT-REC.
000169        03 EX-REC-TYPE       PIC X.
000170        03 EX-GEN-STAMP      PIC X(14).
000171        03 EX-DEPT           PIC X(8).
000172        03 EX-DATASET        PIC 99.
000173        03 EX-ROUTE-ID       PIC X(8).
000174        03 EX-SOURCE         PIC X(30).
000175        03 EX-MODE           PIC X.
000176*   "C" CHARGED, "N" PLOTTED BUT NO RATE ON FILE, "R" REJECTED,
000177*   "D" SKIPPED AS A DUPLICATE - ONLY "C" CARRIES AN AMOUNT
000178        03 EX-BILL-STATUS    PIC X.
000179        03 EX-PATH-LENGTH    PIC 9(7)V99.
000180        03 EX-AREA           PIC 9(9)V99.
000181        03 EX-LENGTH-RATE    PIC 9(3)V9(4).
000182        03 EX-AREA-RATE      PIC 9(3)V9(4).
000183        03 EX-LENGTH-CHARGE  PIC 9(10)V99.
000184        03 EX-AREA-CHARGE    PIC 9(12)V99.
000185        03 EX-FLAT-FEE       PIC 9(5)V99.
000186        03 EX-AMOUNT         PIC 9(13)V99.
000187        03 EX-REASON         PIC X(40).
000188     01 EXTRACT-TRAILER-REC.
000189        03 XT-REC-TYPE       PIC X.
000190        03 XT-GEN-STAMP      PIC X(14).
000191        03 XT-CHARGED        PIC 9(4).
000192        03 XT-UNRATED        PIC 9(4).
000193        03 XT-REJECTED       PIC 9(4).
000194        03 XT-DUPLICATES     PIC 9(4).
000195        03 XT-DEPARTMENTS    PIC 9(4).
000196        03 XT-PATH-LENGTH    PIC 9(11)V99.
000197        03 XT-AREA           PIC 9(13)V99.
000198        03 XT-AMOUNT         PIC 9(15)V99.
000199        03 XT-RUN-DATE       PIC X(8).
000200        03 FILLER            PIC X(96).
000201*
000202 WORKING-STORAGE SECTION.
000203 01 RT-FILE-STATUS    PIC XX     VALUE SPACES.
000204 01 ST-FILE-STATUS    PIC XX     VALUE SPACES.
000205 01 MF-FILE-STATUS    PIC XX     VALUE SPACES.
000206 01 CF-FILE-STATUS    PIC XX     VALUE SPACES.
000207 01 STATUS-NAME       PIC X(30)  VALUE "runstat.txt".
000208 01 MANIFEST-NAME     PIC X(40)  VALUE SPACES.
000209 01 FEED-NAME         PIC X(40)  VALUE SPACES.
000210 01 RATES-OPEN        PIC X      VALUE "N".
000211 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000212 01 GEN-STAMP         PIC X(14)  VALUE SPACES.
000213*
000214* THE FEED'S LAST TRAILER - THE RUN'S OWN CONTROL TOTALS
000215 01 TRAILER-FOUND     PIC X      VALUE "N".
000216 01 RUN-PLOTTED       PIC 9(4)   VALUE 0.
000217 01 RUN-REJECTED      PIC 9(4)   VALUE 0.
000218 01 RUN-DUPLICATES    PIC 9(4)   VALUE 0.
000219 01 RUN-LENGTH        PIC 9(11)V99 VALUE 0.
000220 01 RUN-AREA          PIC 9(13)V99 VALUE 0.
000221*
000222* EVERY DATASET ON THE FEED, PRICED AS IT IS READ. A DATASET
000223* NUMBER SEEN A SECOND TIME IS A RECORD REPEATED BY A RESTART -
000224* IT IS BILLED ONCE AND THE REPEAT COUNTED SEPARATELY BELOW
000225 01 DT-TOTAL          PIC 9(3)   VALUE 0.
000226 01 DT-I              PIC 9(3)   VALUE 0.
000227 01 DETAIL-FOUND      PIC X      VALUE "N".
000228 01 DETAIL-TABLE.
000229    03 DT-ENTRY OCCURS 200.
000230       05 DT-DATASET      PIC 99.
000231       05 DT-ROUTE-ID     PIC X(8).
000232       05 DT-SOURCE       PIC X(30).
000233       05 DT-DEPT         PIC X(8).
000234       05 DT-MODE         PIC X.
000235       05 DT-BILL         PIC X.
000236       05 DT-LENGTH       PIC 9(7)V99.
000237       05 DT-AREA         PIC 9(9)V99.
000238       05 DT-LENGTH-RATE  PIC 9(3)V9(4).
000239       05 DT-AREA-RATE    PIC 9(3)V9(4).
000240       05 DT-LENGTH-CHG   PIC 9(10)V99.
000241       05 DT-AREA-CHG     PIC 9(12)V99.
000242       05 DT-FEE          PIC 9(5)V99.
000243       05 DT-AMOUNT       PIC 9(13)V99.
000244       05 DT-REASON       PIC X(40).
000245*
000246* ONE ENTRY PER DEPARTMENT CHARGED, KEPT IN DEPARTMENT CODE
000247* ORDER AS ENTRIES ARE ADDED SO THE INVOICE NEEDS NO SORT
000248 01 DP-TOTAL          PIC 99     VALUE 0.
000249 01 DP-I              PIC 99     VALUE 0.
000250 01 DP-J              PIC 99     VALUE 0.
000251 01 DEPT-TABLE.
000252    03 DP-ENTRY OCCURS 50.
000253       05 DP-DEPT         PIC X(8).
000254       05 DP-NAME         PIC X(30).
000255       05 DP-COUNT        PIC 9(4).
000256       05 DP-LENGTH       PIC 9(11)V99.
000257       05 DP-AREA         PIC 9(13)V99.
000258       05 DP-AMOUNT       PIC 9(15)V99.
000259*
000260* INVOICE FIGURES - EVERY PLOTTED DATASET, CHARGED OR UNRATED,
000261* COUNTS TOWARD THE PLOTTED COUNT, LENGTH AND AREA PROVED AGAINST
000262* THE TRAILER; THE AMOUNT IS BUILT TWICE, FROM THE DATASET LINES
000263* AND FROM THE DEPARTMENT TOTALS, AND THE TWO MUST CROSS-FOOT
000264 01 INV-PLOTTED       PIC 9(4)   VALUE 0.
000265 01 INV-REJECTED      PIC 9(4)   VALUE 0.
000266 01 INV-DUPLICATES    PIC 9(4)   VALUE 0.
000267 01 INV-LENGTH        PIC 9(11)V99 VALUE 0.
000268 01 INV-AREA          PIC 9(13)V99 VALUE 0.
000269 01 CHARGED-COUNT     PIC 9(4)   VALUE 0.
000270 01 UNRATED-COUNT     PIC 9(4)   VALUE 0.
000271 01 CHARGED-LENGTH    PIC 9(11)V99 VALUE 0.
000272 01 CHARGED-AREA      PIC 9(13)V99 VALUE 0.
000273 01 LINE-AMOUNT       PIC 9(15)V99 VALUE 0.
000274 01 DEPT-AMOUNT       PIC 9(15)V99 VALUE 0.
000275*
000276* FEED RECORDS REPEATED BY A RESTART - IN THE TRAILER TOTALS BUT
000277* NOT ON THE INVOICE
000278 01 REPEAT-COUNT      PIC 9(4)   VALUE 0.
000279 01 REP-PLOTTED       PIC 9(4)   VALUE 0.
000280 01 REP-REJECTED      PIC 9(4)   VALUE 0.
000281 01 REP-DUPLICATES    PIC 9(4)   VALUE 0.
000282 01 REP-LENGTH        PIC 9(11)V99 VALUE 0.
000283 01 REP-AREA          PIC 9(13)V99 VALUE 0.
000284*
000285* ONE LINE OF THE CONTROL-TOTALS PROOF - THE RUN'S FIGURE MUST
000286* EQUAL THE INVOICE'S PLUS ANY REPEATED RECORDS
000287 01 CONTROL-AGREE     PIC X      VALUE "Y".
000288 01 CTL-LABEL         PIC X(20)  VALUE SPACES.
000289 01 CTL-IS-COUNT      PIC X      VALUE "Y".
000290 01 CTL-RUN           PIC 9(15)V99 VALUE 0.
000291 01 CTL-INVOICE       PIC 9(15)V99 VALUE 0.
000292 01 CTL-REPEAT        PIC 9(15)V99 VALUE 0.
000293 01 CTL-EXPECT        PIC 9(15)V99 VALUE 0.
000294 01 CTL-RESULT        PIC X(14)  VALUE SPACES.
000295 01 SHOW-RUN          PIC X(19)  VALUE SPACES.
000296 01 SHOW-INVOICE      PIC X(19)  VALUE SPACES.
000297 01 SHOW-REPEAT       PIC X(19)  VALUE SPACES.
000298*
000299* REPORT LINE BUILDING
000300 01 REPORT-LINE       PIC X(132) VALUE SPACES.
000301 01 MODE-TEXT         PIC X(9)   VALUE SPACES.
000302 01 BILL-TEXT         PIC X(9)   VALUE SPACES.
000303 01 ED-DS             PIC 99.
000304 01 ED-LENGTH         PIC ZZZZZZ9.99.
000305 01 ED-AREA           PIC Z(8)9.99.
000306 01 ED-LENGTH-CHG     PIC Z(9)9.99.
000307 01 ED-AREA-CHG       PIC Z(11)9.99.
000308 01 ED-FEE            PIC ZZZZ9.99.
000309 01 ED-AMOUNT         PIC Z(12)9.99.
000310 01 ED-TOT-LENGTH     PIC Z(10)9.99.
000311 01 ED-TOT-AREA       PIC Z(12)9.99.
000312 01 ED-TOT-AMOUNT     PIC Z(14)9.99.
000313 01 ED-CTL-N          PIC Z(18)9.
000314 01 ED-CTL            PIC Z(15)9.99.
000315 01 ED-N              PIC ZZZ9.
000316 01 ED-DEPTS          PIC Z9.
000317*
000318 PROCEDURE DIVISION.
000319* MAIN PROGRAM - FIND THE FEED, PRICE IT, WRITE THE INVOICE AND
000320* THE EXTRACT, AND SET THE RETURN CODE FOR THE JOB STREAM
000321 MAIN-PARAGRAPH.
000322     DISPLAY "CHARGEBACK BILLING".
000323     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000324     GO TO ASK-OPTIONS.
000325 ASK-OPTIONS-EXIT.
000326     GO TO OPEN-RATES.
000327 OPEN-RATES-EXIT.
000328     GO TO READ-FEED.
000329 READ-FEED-EXIT.
000330     CLOSE CHARGE-FEED-FILE.
000331     IF RATES-OPEN = "Y"
000332         CLOSE RATE-FILE.
000333     OPEN OUTPUT REPORT-FILE.
000334     OPEN OUTPUT EXTRACT-FILE.
000335     PERFORM WRITE-REPORT-HEAD THRU WRITE-REPORT-HEAD-DONE.
000336     PERFORM WRITE-DEPARTMENTS THRU WRITE-DEPARTMENTS-DONE.
000337     PERFORM WRITE-GRAND-TOTAL THRU WRITE-GRAND-TOTAL-DONE.
000338     PERFORM WRITE-NOT-CHARGED THRU WRITE-NOT-CHARGED-DONE.
000339     PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-DONE.
000340     PERFORM WRITE-EXTRACT-TRAILER
000341         THRU WRITE-EXTRACT-TRAILER-DONE.
000342     CLOSE REPORT-FILE.
000343     CLOSE EXTRACT-FILE.
000344     MOVE CHARGED-COUNT TO ED-N.
000345     DISPLAY "DATASETS CHARGED:   " ED-N.
000346     MOVE UNRATED-COUNT TO ED-N.
000347     DISPLAY "DATASETS UNRATED:   " ED-N.
000348     COMPUTE DT-I = INV-REJECTED + INV-DUPLICATES.
000349     MOVE DT-I TO ED-N.
000350     DISPLAY "DATASETS NOT BILLED:" ED-N.
000351     MOVE DEPT-AMOUNT TO ED-TOT-AMOUNT.
000352     DISPLAY "GRAND TOTAL:        " ED-TOT-AMOUNT.
000353     DISPLAY "INVOICE WRITTEN TO invoice.txt".
000354     DISPLAY "EXTRACT WRITTEN TO chgext.txt".
000355     MOVE 0 TO RETURN-CODE.
000356     IF UNRATED-COUNT > 0
000357         DISPLAY "NOTICE: PLOTTED DATASETS WITH NO RATE ON FILE"
000358         MOVE 8 TO RETURN-CODE.
000359     IF CONTROL-AGREE NOT = "Y"
000360         DISPLAY "NOTICE: INVOICE DOES NOT AGREE WITH THE RUN'S "
000361                 "CONTROL TOTALS"
000362         MOVE 12 TO RETURN-CODE.
000363     STOP RUN.
000364*
000365* THE FEED TO BILL - NAMED BY THE OPERATOR, OR LEFT BLANK TO TAKE
000366* THE ONE ON THE LAST RUN'S OUTPUT MANIFEST
000367 ASK-OPTIONS.
000368     DISPLAY "CHARGE FEED FILE (BLANK FOR THE LAST RUN'S, FROM".
000369     DISPLAY "ITS OUTPUT MANIFEST):".
000370     MOVE SPACES TO FEED-NAME.
000371     ACCEPT FEED-NAME.
000372     IF FEED-NAME NOT = SPACES
000373         GO TO ASK-OPTIONS-EXIT.
000374     GO TO FIND-FEED.
000375*
000376* THE RUN STATUS RECORD NAMES THE LAST RUN'S MANIFEST, AND THE
000377* MANIFEST NAMES ITS CHARGE FEED ONCE THE GENERATION IS CLOSED -
000378* A RUN THAT ABENDED HAS NO FEED ON ITS MANIFEST, AND ITS FEED
000379* HAS TO BE NAMED BY HAND
000380 FIND-FEED.
000381     OPEN INPUT STATUS-FILE.
000382     IF ST-FILE-STATUS NOT = "00"
000383         DISPLAY "NO RUN STATUS FILE " STATUS-NAME
000384         DISPLAY "PLEASE NAME THE CHARGE FEED"
000385         GO TO ASK-OPTIONS.
000386     MOVE SPACES TO STATUS-REC.
000387     READ STATUS-FILE
000388         AT END MOVE SPACES TO STATUS-REC
000389     END-READ.
000390     CLOSE STATUS-FILE.
000391     IF ST-MANIFEST = SPACES
000392         DISPLAY "THE LAST RUN WROTE NO OUTPUT MANIFEST"
000393         DISPLAY "PLEASE NAME THE CHARGE FEED"
000394         GO TO ASK-OPTIONS.
000395     MOVE ST-MANIFEST TO MANIFEST-NAME.
000396     OPEN INPUT MANIFEST-FILE.
000397     IF MF-FILE-STATUS NOT = "00"
000398         DISPLAY "CANNOT OPEN OUTPUT MANIFEST " MANIFEST-NAME
000399         DISPLAY "PLEASE NAME THE CHARGE FEED"
000400         GO TO ASK-OPTIONS.
000401 FIND-FEED-LOOP.
000402     READ MANIFEST-FILE
000403         AT END GO TO FIND-FEED-END
000404     END-READ.
000405     IF MF-REC-TYPE = "F" AND MF-OUT-TYPE = "CHGFEED"
000406         MOVE MF-FILE-NAME TO FEED-NAME.
000407     GO TO FIND-FEED-LOOP.
000408 FIND-FEED-END.
000409     CLOSE MANIFEST-FILE.
000410     IF FEED-NAME = SPACES
000411         DISPLAY "NO CHARGE FEED ON OUTPUT MANIFEST "
000412                 MANIFEST-NAME
000413         DISPLAY "PLEASE NAME THE CHARGE FEED"
000414         GO TO ASK-OPTIONS.
000415     DISPLAY "CHARGE FEED " FEED-NAME.
000416     GO TO ASK-OPTIONS-EXIT.
000417*
000418* A MISSING RATE TABLE IS NOT FATAL - EVERY PLOTTED DATASET IS
000419* THEN LISTED AS UNRATED AND THE RUN ENDS WITH RETURN CODE 8
000420 OPEN-RATES.
000421     OPEN INPUT RATE-FILE.
000422     IF RT-FILE-STATUS = "00"
000423         MOVE "Y" TO RATES-OPEN
000424         GO TO OPEN-RATES-EXIT.
000425     IF RT-FILE-STATUS = "35"
000426         DISPLAY "NOTICE: NO RATE TABLE ON FILE - NOTHING CAN BE "
000427                 "CHARGED"
000428         GO TO OPEN-RATES-EXIT.
000429     DISPLAY "ERROR: CANNOT OPEN RATE TABLE - STATUS "
000430             RT-FILE-STATUS.
000431     MOVE 12 TO RETURN-CODE.
000432     STOP RUN.
000433*
000434* READ THE WHOLE FEED INTO THE DETAIL TABLE, PRICING EACH NEW
000435* DATASET AS IT ARRIVES. A TRAILER REPLACES ANY EARLIER ONE
000436 READ-FEED.
000437     OPEN INPUT CHARGE-FEED-FILE.
000438     IF CF-FILE-STATUS NOT = "00"
000439         DISPLAY "ERROR: CANNOT OPEN CHARGE FEED " FEED-NAME
000440                 " - STATUS " CF-FILE-STATUS
000441         MOVE 12 TO RETURN-CODE
000442         STOP RUN.
000443 READ-FEED-LOOP.
000444     READ CHARGE-FEED-FILE
000445         AT END GO TO READ-FEED-END
000446     END-READ.
000447     IF CF-REC-TYPE = "T"
000448         MOVE "Y" TO TRAILER-FOUND
000449         MOVE CT-GEN-STAMP TO GEN-STAMP
000450         MOVE CT-PLOTTED TO RUN-PLOTTED
000451         MOVE CT-REJECTED TO RUN-REJECTED
000452         MOVE CT-DUPLICATES TO RUN-DUPLICATES
000453         MOVE CT-PATH-LENGTH TO RUN-LENGTH
000454         MOVE CT-AREA TO RUN-AREA
000455         GO TO READ-FEED-LOOP.
000456     IF CF-REC-TYPE NOT = "D"
000457         GO TO READ-FEED-LOOP.
000458     IF GEN-STAMP = SPACES
000459         MOVE CF-GEN-STAMP TO GEN-STAMP.
000460     PERFORM FIND-DETAIL THRU FIND-DETAIL-DONE.
000461     IF DETAIL-FOUND = "Y"
000462         PERFORM COUNT-REPEAT THRU COUNT-REPEAT-DONE
000463         GO TO READ-FEED-LOOP.
000464     IF DT-TOTAL NOT < 200
000465         DISPLAY "ERROR: MORE THAN 200 DATASETS ON THE FEED"
000466         MOVE 12 TO RETURN-CODE
000467         STOP RUN.
000468     ADD 1 TO DT-TOTAL.
000469     MOVE DT-TOTAL TO DT-I.
000470     MOVE CF-DATASET TO DT-DATASET(DT-I).
000471     MOVE CF-ROUTE-ID TO DT-ROUTE-ID(DT-I).
000472     MOVE CF-SOURCE TO DT-SOURCE(DT-I).
000473     MOVE CF-DEPT TO DT-DEPT(DT-I).
000474     MOVE CF-MODE TO DT-MODE(DT-I).
000475     MOVE CF-PATH-LENGTH TO DT-LENGTH(DT-I).
000476     MOVE CF-AREA TO DT-AREA(DT-I).
000477     MOVE CF-REASON TO DT-REASON(DT-I).
000478     PERFORM PRICE-DETAIL THRU PRICE-DETAIL-DONE.
000479     GO TO READ-FEED-LOOP.
000480 READ-FEED-END.
000481     GO TO READ-FEED-EXIT.
000482*
000483* HAS THIS DATASET NUMBER ALREADY BEEN READ FROM THE FEED?
000484 FIND-DETAIL.
000485     MOVE "N" TO DETAIL-FOUND.
000486     MOVE 1 TO DT-I.
000487 FIND-DETAIL-LOOP.
000488     IF DT-I > DT-TOTAL
000489         GO TO FIND-DETAIL-DONE.
000490     IF DT-DATASET(DT-I) = CF-DATASET
000491         MOVE "Y" TO DETAIL-FOUND
000492         GO TO FIND-DETAIL-DONE.
000493     ADD 1 TO DT-I.
000494     GO TO FIND-DETAIL-LOOP.
000495 FIND-DETAIL-DONE.
000496     EXIT.
000497*
000498* A RECORD REPEATED BY A RESTART - THE TRAILER COUNTED IT, SO ITS
000499* FIGURES ARE KEPT ASIDE FOR THE CONTROL-TOTALS PROOF
000500 COUNT-REPEAT.
000501     ADD 1 TO REPEAT-COUNT.
000502     IF CF-STATUS = "R"
000503         ADD 1 TO REP-REJECTED
000504         GO TO COUNT-REPEAT-DONE.
000505     IF CF-STATUS = "D"
000506         ADD 1 TO REP-DUPLICATES
000507         GO TO COUNT-REPEAT-DONE.
000508     ADD 1 TO REP-PLOTTED.
000509     ADD CF-PATH-LENGTH TO REP-LENGTH.
000510     ADD CF-AREA TO REP-AREA.
000511 COUNT-REPEAT-DONE.
000512     EXIT.
000513*
000514* PRICE ONE DATASET. ONLY A PLOTTED DATASET IS CHARGED - THE
000515* DEPARTMENT'S FLAT FEE FOR THE MODE PLUS ITS LENGTH AND AREA
000516* RATES, EACH CHARGE ROUNDED TO THE CENT. A PLOTTED DATASET WITH
000517* NO RATE FOR ITS DEPARTMENT AND MODE IS FLAGGED, NOT CHARGED
000518 PRICE-DETAIL.
000519     MOVE 0 TO DT-LENGTH-RATE(DT-I).
000520     MOVE 0 TO DT-AREA-RATE(DT-I).
000521     MOVE 0 TO DT-LENGTH-CHG(DT-I).
000522     MOVE 0 TO DT-AREA-CHG(DT-I).
000523     MOVE 0 TO DT-FEE(DT-I).
000524     MOVE 0 TO DT-AMOUNT(DT-I).
000525     IF CF-STATUS = "R"
000526         MOVE "R" TO DT-BILL(DT-I)
000527         ADD 1 TO INV-REJECTED
000528         GO TO PRICE-DETAIL-DONE.
000529     IF CF-STATUS = "D"
000530         MOVE "D" TO DT-BILL(DT-I)
000531         ADD 1 TO INV-DUPLICATES
000532         GO TO PRICE-DETAIL-DONE.
000533     ADD 1 TO INV-PLOTTED.
000534     ADD DT-LENGTH(DT-I) TO INV-LENGTH.
000535     ADD DT-AREA(DT-I) TO INV-AREA.
000536     IF RATES-OPEN NOT = "Y"
000537         GO TO PRICE-DETAIL-UNRATED.
000538     MOVE DT-DEPT(DT-I) TO RT-DEPT.
000539     MOVE DT-MODE(DT-I) TO RT-MODE.
000540     READ RATE-FILE
000541         INVALID KEY GO TO PRICE-DETAIL-UNRATED
000542     END-READ.
000543     IF RT-FILE-STATUS NOT = "00"
000544         GO TO PRICE-DETAIL-UNRATED.
000545     MOVE "C" TO DT-BILL(DT-I).
000546     MOVE RT-LENGTH-RATE TO DT-LENGTH-RATE(DT-I).
000547     MOVE RT-AREA-RATE TO DT-AREA-RATE(DT-I).
000548     MOVE RT-FLAT-FEE TO DT-FEE(DT-I).
000549     COMPUTE DT-LENGTH-CHG(DT-I) ROUNDED =
000550         DT-LENGTH(DT-I) * RT-LENGTH-RATE.
000551     COMPUTE DT-AREA-CHG(DT-I) ROUNDED =
000552         DT-AREA(DT-I) * RT-AREA-RATE.
000553     COMPUTE DT-AMOUNT(DT-I) = DT-FEE(DT-I)
000554         + DT-LENGTH-CHG(DT-I) + DT-AREA-CHG(DT-I).
000555     ADD 1 TO CHARGED-COUNT.
000556     ADD DT-LENGTH(DT-I) TO CHARGED-LENGTH.
000557     ADD DT-AREA(DT-I) TO CHARGED-AREA.
000558     ADD DT-AMOUNT(DT-I) TO LINE-AMOUNT.
000559     PERFORM POST-DEPARTMENT THRU POST-DEPARTMENT-DONE.
000560     GO TO PRICE-DETAIL-DONE.
000561 PRICE-DETAIL-UNRATED.
000562     MOVE "N" TO DT-BILL(DT-I).
000563     MOVE "NO RATE ON FILE FOR DEPARTMENT AND MODE"
000564         TO DT-REASON(DT-I).
000565     ADD 1 TO UNRATED-COUNT.
000566 PRICE-DETAIL-DONE.
000567     EXIT.
000568*
000569* ADD A CHARGED DATASET TO ITS DEPARTMENT'S TOTALS, OPENING A NEW
000570* ENTRY IN CODE ORDER THE FIRST TIME A DEPARTMENT IS SEEN. THE
000571* DEPARTMENT NAME IS TAKEN FROM THE RATE JUST READ
000572 POST-DEPARTMENT.
000573     MOVE 1 TO DP-I.
000574 POST-DEPARTMENT-FIND.
000575     IF DP-I > DP-TOTAL
000576         GO TO POST-DEPARTMENT-NEW.
000577     IF DP-DEPT(DP-I) = DT-DEPT(DT-I)
000578         GO TO POST-DEPARTMENT-ADD.
000579     IF DP-DEPT(DP-I) > DT-DEPT(DT-I)
000580         GO TO POST-DEPARTMENT-NEW.
000581     ADD 1 TO DP-I.
000582     GO TO POST-DEPARTMENT-FIND.
000583 POST-DEPARTMENT-NEW.
000584     IF DP-TOTAL NOT < 50
000585         DISPLAY "ERROR: MORE THAN 50 DEPARTMENTS ON THE FEED"
000586         MOVE 12 TO RETURN-CODE
000587         STOP RUN.
000588     MOVE DP-TOTAL TO DP-J.
000589 POST-DEPARTMENT-SHIFT.
000590     IF DP-J < DP-I
000591         GO TO POST-DEPARTMENT-OPEN.
000592     MOVE DP-ENTRY(DP-J) TO DP-ENTRY(DP-J + 1).
000593     SUBTRACT 1 FROM DP-J.
000594     GO TO POST-DEPARTMENT-SHIFT.
000595 POST-DEPARTMENT-OPEN.
000596     ADD 1 TO DP-TOTAL.
000597     MOVE DT-DEPT(DT-I) TO DP-DEPT(DP-I).
000598     MOVE RT-DEPT-NAME TO DP-NAME(DP-I).
000599     MOVE 0 TO DP-COUNT(DP-I).
000600     MOVE 0 TO DP-LENGTH(DP-I).
000601     MOVE 0 TO DP-AREA(DP-I).
000602     MOVE 0 TO DP-AMOUNT(DP-I).
000603 POST-DEPARTMENT-ADD.
000604     ADD 1 TO DP-COUNT(DP-I).
000605     ADD DT-LENGTH(DT-I) TO DP-LENGTH(DP-I).
000606     ADD DT-AREA(DT-I) TO DP-AREA(DP-I).
000607     ADD DT-AMOUNT(DT-I) TO DP-AMOUNT(DP-I).
000608 POST-DEPARTMENT-DONE.
000609     EXIT.
000610*
000611* INVOICE HEADING
000612 WRITE-REPORT-HEAD.
000613     MOVE SPACES TO REPORT-LINE.
000614     STRING "CHARGEBACK INVOICE - OUTPUT GENERATION " GEN-STAMP
000615            "   PRINTED " TODAY-DATE-A
000616         DELIMITED BY SIZE INTO REPORT-LINE.
000617     MOVE REPORT-LINE TO REPORT-REC.
000618     WRITE REPORT-REC.
000619     MOVE SPACES TO REPORT-LINE.
000620     STRING "CHARGE FEED " FEED-NAME
000621         DELIMITED BY SIZE INTO REPORT-LINE.
000622     MOVE REPORT-LINE TO REPORT-REC.
000623     WRITE REPORT-REC.
000624     MOVE SPACES TO REPORT-REC.
000625     WRITE REPORT-REC.
000626     IF DP-TOTAL = 0
000627         MOVE "NO DATASETS CHARGED" TO REPORT-REC
000628         WRITE REPORT-REC
000629         MOVE SPACES TO REPORT-REC
000630         WRITE REPORT-REC.
000631 WRITE-REPORT-HEAD-DONE.
000632     EXIT.
000633*
000634* ONE BLOCK PER DEPARTMENT - ITS CHARGED DATASETS IN FEED ORDER,
000635* THEN THE DEPARTMENT TOTAL
000636 WRITE-DEPARTMENTS.
000637     MOVE 1 TO DP-I.
000638 WRITE-DEPARTMENTS-LOOP.
000639     IF DP-I > DP-TOTAL
000640         GO TO WRITE-DEPARTMENTS-DONE.
000641     MOVE SPACES TO REPORT-LINE.
000642     STRING "DEPARTMENT " DP-DEPT(DP-I) "  " DP-NAME(DP-I)
000643         DELIMITED BY SIZE INTO REPORT-LINE.
000644     MOVE REPORT-LINE TO REPORT-REC.
000645     WRITE REPORT-REC.
000646     MOVE SPACES TO REPORT-LINE.
000647     STRING "  DS ROUTE    SOURCE               MODE     "
000648            "     LENGTH         AREA    LEN CHARGE"
000649            "     AREA CHARGE      FEE           AMOUNT"
000650         DELIMITED BY SIZE INTO REPORT-LINE.
000651     MOVE REPORT-LINE TO REPORT-REC.
000652     WRITE REPORT-REC.
000653     MOVE 1 TO DT-I.
000654 WRITE-DEPARTMENT-LINES.
000655     IF DT-I > DT-TOTAL
000656         GO TO WRITE-DEPARTMENT-TOTAL.
000657     IF DT-BILL(DT-I) = "C" AND DT-DEPT(DT-I) = DP-DEPT(DP-I)
000658         PERFORM WRITE-CHARGE-LINE THRU WRITE-CHARGE-LINE-DONE
000659         PERFORM WRITE-EXTRACT-DETAIL
000660             THRU WRITE-EXTRACT-DETAIL-DONE.
000661     ADD 1 TO DT-I.
000662     GO TO WRITE-DEPARTMENT-LINES.
000663 WRITE-DEPARTMENT-TOTAL.
000664     MOVE DP-COUNT(DP-I) TO ED-N.
000665     MOVE DP-LENGTH(DP-I) TO ED-TOT-LENGTH.
000666     MOVE DP-AREA(DP-I) TO ED-TOT-AREA.
000667     MOVE DP-AMOUNT(DP-I) TO ED-TOT-AMOUNT.
000668     MOVE SPACES TO REPORT-LINE.
000669     STRING "  DEPARTMENT TOTAL " DP-DEPT(DP-I)
000670            "  DATASETS " ED-N
000671            "  LENGTH " ED-TOT-LENGTH
000672            "  AREA " ED-TOT-AREA
000673            "  AMOUNT " ED-TOT-AMOUNT
000674         DELIMITED BY SIZE INTO REPORT-LINE.
000675     MOVE REPORT-LINE TO REPORT-REC.
000676     WRITE REPORT-REC.
000677     MOVE SPACES TO REPORT-REC.
000678     WRITE REPORT-REC.
000679     ADD DP-AMOUNT(DP-I) TO DEPT-AMOUNT.
000680     ADD 1 TO DP-I.
000681     GO TO WRITE-DEPARTMENTS-LOOP.
000682 WRITE-DEPARTMENTS-DONE.
000683     EXIT.
000684*
000685* ONE CHARGED DATASET - THE SOURCE FILE NAME IS CUT TO 20 ON THE
000686* INVOICE, THE EXTRACT CARRIES IT IN FULL
000687 WRITE-CHARGE-LINE.
000688     PERFORM SET-MODE-TEXT THRU SET-MODE-TEXT-DONE.
000689     MOVE DT-DATASET(DT-I) TO ED-DS.
000690     MOVE DT-LENGTH(DT-I) TO ED-LENGTH.
000691     MOVE DT-AREA(DT-I) TO ED-AREA.
000692     MOVE DT-LENGTH-CHG(DT-I) TO ED-LENGTH-CHG.
000693     MOVE DT-AREA-CHG(DT-I) TO ED-AREA-CHG.
000694     MOVE DT-FEE(DT-I) TO ED-FEE.
000695     MOVE DT-AMOUNT(DT-I) TO ED-AMOUNT.
000696     MOVE SPACES TO REPORT-LINE.
000697     STRING "  " ED-DS " " DT-ROUTE-ID(DT-I)
000698            " " DT-SOURCE(DT-I)(1:20) " " MODE-TEXT
000699            " " ED-LENGTH " " ED-AREA " " ED-LENGTH-CHG
000700            " " ED-AREA-CHG " " ED-FEE " " ED-AMOUNT
000701         DELIMITED BY SIZE INTO REPORT-LINE.
000702     MOVE REPORT-LINE TO REPORT-REC.
000703     WRITE REPORT-REC.
000704 WRITE-CHARGE-LINE-DONE.
000705     EXIT.
000706*
000707 SET-MODE-TEXT.
000708     MOVE "LINE     " TO MODE-TEXT.
000709     IF DT-MODE(DT-I) = "C"
000710         MOVE "CIRCLE   " TO MODE-TEXT.
000711     IF DT-MODE(DT-I) = "F"
000712         MOVE "FILL     " TO MODE-TEXT.
000713     IF DT-MODE(DT-I) = "R"
000714         MOVE "TREND-FIT" TO MODE-TEXT.
000715 SET-MODE-TEXT-DONE.
000716     EXIT.
000717*
000718* THE GRAND TOTAL OVER EVERY DEPARTMENT
000719 WRITE-GRAND-TOTAL.
000720     MOVE DP-TOTAL TO ED-DEPTS.
000721     MOVE CHARGED-COUNT TO ED-N.
000722     MOVE CHARGED-LENGTH TO ED-TOT-LENGTH.
000723     MOVE CHARGED-AREA TO ED-TOT-AREA.
000724     MOVE DEPT-AMOUNT TO ED-TOT-AMOUNT.
000725     MOVE SPACES TO REPORT-LINE.
000726     STRING "GRAND TOTAL  DEPARTMENTS " ED-DEPTS
000727            "  DATASETS " ED-N
000728            "  LENGTH " ED-TOT-LENGTH
000729            "  AREA " ED-TOT-AREA
000730            "  AMOUNT " ED-TOT-AMOUNT
000731         DELIMITED BY SIZE INTO REPORT-LINE.
000732     MOVE REPORT-LINE TO REPORT-REC.
000733     WRITE REPORT-REC.
000734     IF UNRATED-COUNT > 0
000735         MOVE UNRATED-COUNT TO ED-N
000736         MOVE SPACES TO REPORT-LINE
000737         STRING "PLOTTED BUT NOT CHARGED - NO RATE ON FILE "
000738                ED-N
000739             DELIMITED BY SIZE INTO REPORT-LINE
000740         MOVE REPORT-LINE TO REPORT-REC
000741         WRITE REPORT-REC.
000742     MOVE SPACES TO REPORT-REC.
000743     WRITE REPORT-REC.
000744 WRITE-GRAND-TOTAL-DONE.
000745     EXIT.
000746*
000747* EVERY DATASET THAT WAS NOT CHARGED, WITH THE REASON - REJECTED
000748* BY THE PLOTTER, SKIPPED AS A DUPLICATE, OR PLOTTED WITH NO RATE
000749 WRITE-NOT-CHARGED.
000750     MOVE "DATASETS NOT CHARGED" TO REPORT-REC.
000751     WRITE REPORT-REC.
000752     IF CHARGED-COUNT = INV-PLOTTED AND INV-REJECTED = 0
000753        AND INV-DUPLICATES = 0
000754         MOVE "  NONE" TO REPORT-REC
000755         WRITE REPORT-REC
000756         GO TO WRITE-NOT-CHARGED-END.
000757     MOVE SPACES TO REPORT-LINE.
000758     STRING "  DS ROUTE    SOURCE               DEPT     "
000759            "MODE      STATUS    REASON"
000760         DELIMITED BY SIZE INTO REPORT-LINE.
000761     MOVE REPORT-LINE TO REPORT-REC.
000762     WRITE REPORT-REC.
000763     MOVE 1 TO DT-I.
000764 WRITE-NOT-CHARGED-LOOP.
000765     IF DT-I > DT-TOTAL
000766         GO TO WRITE-NOT-CHARGED-END.
000767     IF DT-BILL(DT-I) = "C"
000768         ADD 1 TO DT-I
000769         GO TO WRITE-NOT-CHARGED-LOOP.
000770     PERFORM SET-MODE-TEXT THRU SET-MODE-TEXT-DONE.
000771     MOVE "NO RATE  " TO BILL-TEXT.
000772     IF DT-BILL(DT-I) = "R"
000773         MOVE "REJECTED " TO BILL-TEXT.
000774     IF DT-BILL(DT-I) = "D"
000775         MOVE "DUPLICATE" TO BILL-TEXT.
000776     MOVE DT-DATASET(DT-I) TO ED-DS.
000777     MOVE SPACES TO REPORT-LINE.
000778     STRING "  " ED-DS " " DT-ROUTE-ID(DT-I)
000779            " " DT-SOURCE(DT-I)(1:20) " " DT-DEPT(DT-I)
000780            " " MODE-TEXT " " BILL-TEXT " " DT-REASON(DT-I)
000781         DELIMITED BY SIZE INTO REPORT-LINE.
000782     MOVE REPORT-LINE TO REPORT-REC.
000783     WRITE REPORT-REC.
000784     PERFORM WRITE-EXTRACT-DETAIL THRU WRITE-EXTRACT-DETAIL-DONE.
000785     ADD 1 TO DT-I.
000786     GO TO WRITE-NOT-CHARGED-LOOP.
000787 WRITE-NOT-CHARGED-END.
000788     MOVE SPACES TO REPORT-REC.
000789     WRITE REPORT-REC.
000790 WRITE-NOT-CHARGED-DONE.
000791     EXIT.
000792*
000793* PROVE THE INVOICE AGAINST THE RUN'S OWN CONTROL TOTALS FROM THE
000794* FEED TRAILER - DATASETS PLOTTED (CHARGED OR UNRATED), REJECTED
000795* AND SKIPPED, AND THE PATH LENGTH AND ENCLOSED AREA PLOTTED -
000796* AND CROSS-FOOT THE DEPARTMENT TOTALS AGAINST THE DATASET LINES.
000797* A FEED WITH NO TRAILER BELONGS TO A RUN THAT NEVER FINISHED
000798 WRITE-CONTROL-TOTALS.
000799     MOVE "CONTROL TOTALS" TO REPORT-REC.
000800     WRITE REPORT-REC.
000801     IF TRAILER-FOUND NOT = "Y"
000802         MOVE "N" TO CONTROL-AGREE
000803         MOVE "  NO TRAILER ON THE CHARGE FEED - THE RUN DID NOT"
000804             TO REPORT-LINE
000805         MOVE " FINISH AND ITS TOTALS CANNOT BE PROVED"
000806             TO REPORT-LINE(50:)
000807         MOVE REPORT-LINE TO REPORT-REC
000808         WRITE REPORT-REC
000809         GO TO WRITE-CONTROL-CROSSFOOT.
000810     MOVE SPACES TO REPORT-LINE.
000811     STRING "                       "
000812            "        RUN TRAILER" " "
000813            "            INVOICE" " "
000814            "REPEATED ON RESTART"
000815         DELIMITED BY SIZE INTO REPORT-LINE.
000816     MOVE REPORT-LINE TO REPORT-REC.
000817     WRITE REPORT-REC.
000818     MOVE "Y" TO CTL-IS-COUNT.
000819     MOVE "DATASETS PLOTTED" TO CTL-LABEL.
000820     MOVE RUN-PLOTTED TO CTL-RUN.
000821     MOVE INV-PLOTTED TO CTL-INVOICE.
000822     MOVE REP-PLOTTED TO CTL-REPEAT.
000823     PERFORM WRITE-CONTROL-LINE THRU WRITE-CONTROL-LINE-DONE.
000824     MOVE "DATASETS REJECTED" TO CTL-LABEL.
000825     MOVE RUN-REJECTED TO CTL-RUN.
000826     MOVE INV-REJECTED TO CTL-INVOICE.
000827     MOVE REP-REJECTED TO CTL-REPEAT.
000828     PERFORM WRITE-CONTROL-LINE THRU WRITE-CONTROL-LINE-DONE.
000829     MOVE "DUPLICATES SKIPPED" TO CTL-LABEL.
000830     MOVE RUN-DUPLICATES TO CTL-RUN.
000831     MOVE INV-DUPLICATES TO CTL-INVOICE.
000832     MOVE REP-DUPLICATES TO CTL-REPEAT.
000833     PERFORM WRITE-CONTROL-LINE THRU WRITE-CONTROL-LINE-DONE.
000834     MOVE "N" TO CTL-IS-COUNT.
000835     MOVE "PATH LENGTH" TO CTL-LABEL.
000836     MOVE RUN-LENGTH TO CTL-RUN.
000837     MOVE INV-LENGTH TO CTL-INVOICE.
000838     MOVE REP-LENGTH TO CTL-REPEAT.
000839     PERFORM WRITE-CONTROL-LINE THRU WRITE-CONTROL-LINE-DONE.
000840     MOVE "ENCLOSED AREA" TO CTL-LABEL.
000841     MOVE RUN-AREA TO CTL-RUN.
000842     MOVE INV-AREA TO CTL-INVOICE.
000843     MOVE REP-AREA TO CTL-REPEAT.
000844     PERFORM WRITE-CONTROL-LINE THRU WRITE-CONTROL-LINE-DONE.
000845 WRITE-CONTROL-CROSSFOOT.
000846     MOVE DEPT-AMOUNT TO ED-TOT-AMOUNT.
000847     MOVE SPACES TO REPORT-LINE.
000848     STRING "  AMOUNT - DEPARTMENT TOTALS " ED-TOT-AMOUNT
000849         DELIMITED BY SIZE INTO REPORT-LINE.
000850     MOVE LINE-AMOUNT TO ED-TOT-AMOUNT.
000851     MOVE "AGREE" TO CTL-RESULT.
000852     IF DEPT-AMOUNT NOT = LINE-AMOUNT
000853         MOVE "DO NOT AGREE" TO CTL-RESULT
000854         MOVE "N" TO CONTROL-AGREE.
000855     STRING "  DATASET LINES " ED-TOT-AMOUNT "   " CTL-RESULT
000856         DELIMITED BY SIZE INTO REPORT-LINE(48:).
000857     MOVE REPORT-LINE TO REPORT-REC.
000858     WRITE REPORT-REC.
000859     MOVE SPACES TO REPORT-REC.
000860     WRITE REPORT-REC.
000861     IF CONTROL-AGREE = "Y"
000862         MOVE "CONTROL TOTALS AGREE" TO REPORT-REC
000863     ELSE
000864         MOVE "CONTROL TOTALS DO NOT AGREE" TO REPORT-REC.
000865     WRITE REPORT-REC.
000866     IF REPEAT-COUNT > 0
000867         MOVE REPEAT-COUNT TO ED-N
000868         MOVE SPACES TO REPORT-LINE
000869         STRING "FEED RECORDS REPEATED ON RESTART (BILLED ONCE) "
000870                ED-N
000871             DELIMITED BY SIZE INTO REPORT-LINE
000872         MOVE REPORT-LINE TO REPORT-REC
000873         WRITE REPORT-REC.
000874 WRITE-CONTROL-TOTALS-DONE.
000875     EXIT.
000876*
000877* ONE LINE OF THE PROOF - THE RUN'S FIGURE AGAINST THE INVOICE'S
000878* PLUS ANY RECORDS REPEATED ON A RESTART
000879 WRITE-CONTROL-LINE.
000880     IF CTL-IS-COUNT = "Y"
000881         MOVE CTL-RUN TO ED-CTL-N
000882         MOVE ED-CTL-N TO SHOW-RUN
000883         MOVE CTL-INVOICE TO ED-CTL-N
000884         MOVE ED-CTL-N TO SHOW-INVOICE
000885         MOVE CTL-REPEAT TO ED-CTL-N
000886         MOVE ED-CTL-N TO SHOW-REPEAT
000887     ELSE
000888         MOVE CTL-RUN TO ED-CTL
000889         MOVE ED-CTL TO SHOW-RUN
000890         MOVE CTL-INVOICE TO ED-CTL
000891         MOVE ED-CTL TO SHOW-INVOICE
000892         MOVE CTL-REPEAT TO ED-CTL
000893         MOVE ED-CTL TO SHOW-REPEAT
000894     END-IF.
000895     COMPUTE CTL-EXPECT = CTL-INVOICE + CTL-REPEAT.
000896     MOVE "AGREE" TO CTL-RESULT.
000897     IF CTL-RUN NOT = CTL-EXPECT
000898         MOVE "DO NOT AGREE" TO CTL-RESULT
000899         MOVE "N" TO CONTROL-AGREE.
000900     MOVE SPACES TO REPORT-LINE.
000901     STRING "  " CTL-LABEL " " SHOW-RUN " " SHOW-INVOICE
000902            " " SHOW-REPEAT "   " CTL-RESULT
000903         DELIMITED BY SIZE INTO REPORT-LINE.
000904     MOVE REPORT-LINE TO REPORT-REC.
000905     WRITE REPORT-REC.
000906 WRITE-CONTROL-LINE-DONE.
000907     EXIT.
000908*
000909* ONE EXTRACT RECORD FOR THE DATASET AT DT-I
000910 WRITE-EXTRACT-DETAIL.
000911     MOVE SPACES TO EXTRACT-REC.
000912     MOVE "D" TO EX-REC-TYPE.
000913     MOVE GEN-STAMP TO EX-GEN-STAMP.
000914     MOVE DT-DEPT(DT-I) TO EX-DEPT.
000915     MOVE DT-DATASET(DT-I) TO EX-DATASET.
000916     MOVE DT-ROUTE-ID(DT-I) TO EX-ROUTE-ID.
000917     MOVE DT-SOURCE(DT-I) TO EX-SOURCE.
000918     MOVE DT-MODE(DT-I) TO EX-MODE.
000919     MOVE DT-BILL(DT-I) TO EX-BILL-STATUS.
000920     MOVE DT-LENGTH(DT-I) TO EX-PATH-LENGTH.
000921     MOVE DT-AREA(DT-I) TO EX-AREA.
000922     MOVE DT-LENGTH-RATE(DT-I) TO EX-LENGTH-RATE.
000923     MOVE DT-AREA-RATE(DT-I) TO EX-AREA-RATE.
000924     MOVE DT-LENGTH-CHG(DT-I) TO EX-LENGTH-CHARGE.
000925     MOVE DT-AREA-CHG(DT-I) TO EX-AREA-CHARGE.
000926     MOVE DT-FEE(DT-I) TO EX-FLAT-FEE.
000927     MOVE DT-AMOUNT(DT-I) TO EX-AMOUNT.
000928     IF DT-BILL(DT-I) NOT = "C"
000929         MOVE DT-REASON(DT-I) TO EX-REASON.
000930     WRITE EXTRACT-REC.
000931 WRITE-EXTRACT-DETAIL-DONE.
000932     EXIT.
000933*
000934* THE EXTRACT TRAILER - THE BILLED TOTALS, WHICH THE INVOICE'S
000935* GRAND TOTAL LINE SHOWS
000936 WRITE-EXTRACT-TRAILER.
000937     MOVE SPACES TO EXTRACT-TRAILER-REC.
000938     MOVE "T" TO XT-REC-TYPE.
000939     MOVE GEN-STAMP TO XT-GEN-STAMP.
000940     MOVE CHARGED-COUNT TO XT-CHARGED.
000941     MOVE UNRATED-COUNT TO XT-UNRATED.
000942     MOVE INV-REJECTED TO XT-REJECTED.
000943     MOVE INV-DUPLICATES TO XT-DUPLICATES.
000944     MOVE DP-TOTAL TO XT-DEPARTMENTS.
000945     MOVE CHARGED-LENGTH TO XT-PATH-LENGTH.
000946     MOVE CHARGED-AREA TO XT-AREA.
000947     MOVE DEPT-AMOUNT TO XT-AMOUNT.
000948     MOVE TODAY-DATE-A TO XT-RUN-DATE.
000949     WRITE EXTRACT-TRAILER-REC.
000950 WRITE-EXTRACT-TRAILER-DONE.
000951     EXIT.
