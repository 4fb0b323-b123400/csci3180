000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. RUNHIST.
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
000026* OPERATIONS HISTORY REPORT OVER THE PLOTTER'S RUN-HISTORY MASTER
000027* (runhist.dat). THE PLOTTER'S STATUS RECORD AND RUN LOG ARE
000028* REPLACED EVERY RUN, BUT EVERY RUN ALSO ADDS ONE RECORD TO THE
000029* RUN-HISTORY MASTER - START AND END TIMES, COUNTS, RECONCILIATION
000030* RESULT, RESTART AND RESUBMIT FLAGS, CONDITION CODE AND A TALLY
000031* PER INPUT FILE. FOR A CHOSEN RANGE OF RUN DATES THIS BATCH JOB
000032* REPORTS THE RUNS PER DAY WITH THEIR CONDITION CODES, FAILURE AND
000033* RESTART RATES, AVERAGE ELAPSED TIME AND REJECT RATE, THE SAME
000034* FIGURES FOR THE RANGE AS A WHOLE, AND THE INPUT FILES THAT
000035* SENT THE MOST REJECTED DATASETS. A RUN "FAILS" WHEN IT HANDS
000036* BACK ANY CONDITION CODE OTHER THAN ZERO. VALIDATE-ONLY RUNS PLOT
000037* NOTHING, SO THEY ARE COUNTED APART ON THEIR OWN LINES AND KEPT
000037* OUT OF THE RUN COUNTS, THE RATES AND THE REJECT SOURCES. THE
000037* MASTER IS ONLY READ, NEVER UPDATED.
000038*
000039 ENVIRONMENT DIVISION.
000040 INPUT-OUTPUT SECTION.
000041 FILE-CONTROL.
000042     SELECT RUN-HISTORY
000043          ASSIGN TO DISK
000044          ORGANIZATION IS INDEXED
000045          ACCESS MODE IS DYNAMIC
000046          RECORD KEY IS RH-KEY
000047          FILE STATUS IS RH-FILE-STATUS.
000048     SELECT REPORT-FILE
000049          ASSIGN TO DISK
000050          ORGANIZATION IS LINE SEQUENTIAL.
000051*
000052 DATA DIVISION.
000053 FILE SECTION.
000054* THE KEYED MASTER THE PLOTTER ADDS TO AT THE END OF EVERY RUN -
000055* THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE IN THE
000056* PLOTTER'S OWN FD
000057 FD RUN-HISTORY
000058       LABEL RECORDS ARE STANDARD
000059       VALUE OF FILE-ID IS "runhist.dat".
000060     01 RUN-HISTORY-REC.
000061        03 RH-KEY.
000062           05 RH-START-DATE  PIC X(8).
000063           05 RH-START-TIME  PIC X(8).
000064        03 RH-END-DATE       PIC X(8).
000065        03 RH-END-TIME       PIC X(8).
000066        03 RH-ELAPSED        PIC 9(7).
000067        03 RH-RUN-MODE       PIC X.
000068        03 RH-RESTART        PIC X.
000069        03 RH-RESUBMIT       PIC X.
000070        03 RH-INPUT-NAME     PIC X(30).
000071        03 RH-LIST-MODE      PIC X.
000072        03 RH-PLOTTED        PIC 9(4).
000073        03 RH-REJECTED       PIC 9(4).
000074        03 RH-DUPLICATES     PIC 9(4).
000075        03 RH-TREND-FLAG     PIC 9(4).
000076        03 RH-RECON          PIC X.
000077        03 RH-RETURN         PIC 9(2).
000078        03 RH-SOURCE-COUNT   PIC 9(2).
000079        03 RH-SOURCE OCCURS 20.
000080           05 RH-SRC-NAME    PIC X(30).
000081           05 RH-SRC-DATASETS PIC 9(4).
000082           05 RH-SRC-REJECTS PIC 9(4).
000083           05 RH-SRC-DUPS    PIC 9(4).
000084*
000085* THE PRINTED REPORT - RUNS PER DAY, THE RANGE TOTALS AND THE TOP
000086* REJECT SOURCES
000087 FD REPORT-FILE
000088       LABEL RECORDS ARE STANDARD
000089       VALUE OF FILE-ID IS "runhist.txt".
000090     01 REPORT-REC  PIC X(100).
000091*
000092 WORKING-STORAGE SECTION.
000093 01 RH-FILE-STATUS    PIC XX     VALUE SPACES.
000094 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000095*
000096* THE SELECTION - AN INCLUSIVE RANGE OF RUN START DATES
000097 01 FROM-DATE         PIC X(8)   VALUE "00000000".
000098 01 TO-DATE           PIC X(8)   VALUE "99999999".
000099*
000100* FREE-TEXT DATE ENTRY AND ITS CHECK - BLANK TAKES THE DEFAULT
000101 01 DATE-ENTRY        PIC X(8)   VALUE SPACES.
000102 01 DATE-ENTRY-N REDEFINES DATE-ENTRY.
000103    03 DATE-ENTRY-YYYY PIC 9(4).
000104    03 DATE-ENTRY-MM   PIC 99.
000105    03 DATE-ENTRY-DD   PIC 99.
000106 01 DATE-OK           PIC X      VALUE "N".
000107*
000108* ONE DAY'S FIGURES, THEN THE SAME FIGURES FOR THE WHOLE RANGE.
000109* THE MASTER IS KEYED ON START DATE AND TIME, SO A DAY'S RUNS
000110* ARRIVE TOGETHER
000111 01 CUR-DAY           PIC X(8)   VALUE SPACES.
000112 01 DAY-FIGURES.
000113    03 DAY-RUNS       PIC 9(5).
000114    03 DAY-FAILED     PIC 9(5).
000115    03 DAY-CODE-8     PIC 9(5).
000116    03 DAY-CODE-12    PIC 9(5).
000117    03 DAY-RESTARTS   PIC 9(5).
000118    03 DAY-RESUBMITS  PIC 9(5).
000119    03 DAY-VALIDATES  PIC 9(5).
000120    03 DAY-ELAPSED    PIC 9(11).
000121    03 DAY-PLOTTED    PIC 9(7).
000122    03 DAY-REJECTED   PIC 9(7).
000122    03 DAY-VAL-PASSED PIC 9(7).
000122    03 DAY-VAL-FAILED PIC 9(7).
000123 01 TOT-FIGURES.
000124    03 TOT-RUNS       PIC 9(5).
000125    03 TOT-FAILED     PIC 9(5).
000126    03 TOT-CODE-8     PIC 9(5).
000127    03 TOT-CODE-12    PIC 9(5).
000128    03 TOT-RESTARTS   PIC 9(5).
000129    03 TOT-RESUBMITS  PIC 9(5).
000130    03 TOT-VALIDATES  PIC 9(5).
000131    03 TOT-ELAPSED    PIC 9(11).
000132    03 TOT-PLOTTED    PIC 9(7).
000133    03 TOT-REJECTED   PIC 9(7).
000133    03 TOT-VAL-PASSED PIC 9(7).
000133    03 TOT-VAL-FAILED PIC 9(7).
000134 01 DAYS-REPORTED     PIC 9(5)   VALUE 0.
000135 01 RECORDS-READ      PIC 9(7)   VALUE 0.
000136*
000137* EVERY INPUT FILE SEEN IN THE RANGE WITH ITS DATASET AND REJECT
000138* TOTALS - ST-PICKED MARKS THE ONES ALREADY LISTED BY THE TOP-N
000139* SELECTION
000140 01 SOURCE-TOTAL      PIC 9(3)   VALUE 0.
000141 01 ST-I              PIC 9(3)   VALUE 0.
000142 01 ST-BEST           PIC 9(3)   VALUE 0.
000143 01 SOURCE-TABLE.
000144    03 ST-ENTRY OCCURS 200.
000145       05 ST-NAME        PIC X(30).
000146       05 ST-RUNS        PIC 9(5).
000147       05 ST-DATASETS    PIC 9(7).
000148       05 ST-REJECTS     PIC 9(7).
000149       05 ST-PICKED      PIC X.
000150 01 SOURCE-FULL-FLAG  PIC X      VALUE "N".
000151 01 RH-I              PIC 99     VALUE 0.
000152 01 TOP-LIMIT         PIC 99     VALUE 10.
000153 01 TOP-COUNT         PIC 99     VALUE 0.
000154*
000155* RATE AND AVERAGE WORK FIELDS
000156 01 RATE-PART         PIC 9(7)   VALUE 0.
000157 01 RATE-WHOLE        PIC 9(7)   VALUE 0.
000158 01 RATE-PCT          PIC 9(3)V9 VALUE 0.
000159 01 AVG-SECS          PIC 9(7)   VALUE 0.
000160*
000161* REPORT LINE BUILDING
000162 01 REPORT-LINE       PIC X(100) VALUE SPACES.
000163 01 ED-RUNS           PIC ZZZZ9.
000164 01 ED-CODE-8         PIC ZZZZ9.
000165 01 ED-CODE-12        PIC ZZZZ9.
000166 01 ED-RESTARTS       PIC ZZZZ9.
000167 01 ED-RESUBMITS      PIC ZZZZ9.
000168 01 ED-FAIL-PCT       PIC ZZ9.9.
000169 01 ED-REJ-PCT        PIC ZZ9.9.
000170 01 ED-PCT            PIC ZZ9.9.
000171 01 ED-SECS           PIC ZZZZZZ9.
000172 01 ED-PLOTTED        PIC ZZZZZZ9.
000173 01 ED-REJECTED       PIC ZZZZZZ9.
000174 01 ED-N              PIC ZZ9.
000175 01 ED-READ           PIC ZZZZZZ9.
000176*
000177 PROCEDURE DIVISION.
000178* MAIN PROGRAM - ASK THE RANGE, READ THE HISTORY, REPORT
000179 MAIN-PARAGRAPH.
000180     DISPLAY "PLOTTER RUN HISTORY REPORT".
000181     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000182     MOVE ZEROS TO DAY-FIGURES.
000183     MOVE ZEROS TO TOT-FIGURES.
000184     GO TO ASK-OPTIONS.
000185 ASK-OPTIONS-EXIT.
000186     GO TO OPEN-HISTORY.
000187 OPEN-HISTORY-EXIT.
000188     OPEN OUTPUT REPORT-FILE.
000189     PERFORM WRITE-REPORT-HEAD THRU WRITE-REPORT-HEAD-DONE.
000190     GO TO READ-HISTORY.
000191 READ-HISTORY-EXIT.
000192     PERFORM WRITE-RANGE-TOTALS THRU WRITE-RANGE-TOTALS-DONE.
000193     GO TO WRITE-TOP-SOURCES.
000194 WRITE-TOP-SOURCES-EXIT.
000195     CLOSE REPORT-FILE.
000196     CLOSE RUN-HISTORY.
000197     MOVE RECORDS-READ TO ED-READ.
000198     DISPLAY "RUNS READ:        " ED-READ.
000199     MOVE TOT-RUNS TO ED-READ.
000200     DISPLAY "RUNS IN RANGE:    " ED-READ.
000200     MOVE TOT-VALIDATES TO ED-READ.
000200     DISPLAY "VALIDATE RUNS:    " ED-READ.
000201     DISPLAY "REPORT WRITTEN TO runhist.txt".
000202     STOP RUN.
000203*
000204* THE DATE RANGE, PROMPTED WITH THE SAME RETRY-UNTIL-VALID STYLE
000205* AS THE INPUT BUILDER. A BLANK DATE LEAVES THAT END OPEN
000206 ASK-OPTIONS.
000207     DISPLAY "FIRST RUN DATE YYYYMMDD (BLANK FOR EARLIEST):".
000208     PERFORM GET-DATE THRU GET-DATE-DONE.
000209     IF DATE-ENTRY NOT = SPACES
000210         MOVE DATE-ENTRY TO FROM-DATE.
000211 ASK-TO-DATE.
000212     DISPLAY "LAST RUN DATE YYYYMMDD (BLANK FOR LATEST):".
000213     PERFORM GET-DATE THRU GET-DATE-DONE.
000214     IF DATE-ENTRY NOT = SPACES
000215         MOVE DATE-ENTRY TO TO-DATE.
000216     IF TO-DATE < FROM-DATE
000217         DISPLAY "LAST DATE IS BEFORE FIRST DATE - PLEASE REENTER"
000218         MOVE "99999999" TO TO-DATE
000219         GO TO ASK-TO-DATE.
000220     GO TO ASK-OPTIONS-EXIT.
000221*
000222* THE HISTORY MUST ALREADY EXIST - THE PLOTTER CREATES IT ON ITS
000223* FIRST RUN. IT IS OPENED FOR INPUT ONLY
000224 OPEN-HISTORY.
000225     OPEN INPUT RUN-HISTORY.
000226     IF RH-FILE-STATUS = "35"
000227         DISPLAY "NO RUN HISTORY ON FILE - NOTHING TO DO"
000228         STOP RUN.
000229     IF RH-FILE-STATUS NOT = "00"
000230         DISPLAY "ERROR: CANNOT OPEN RUN HISTORY - STATUS "
000231                 RH-FILE-STATUS
000232         STOP RUN.
000233     GO TO OPEN-HISTORY-EXIT.
000234*
000235* START AT THE FIRST RUN OF THE RANGE AND READ ON IN KEY ORDER
000236* UNTIL PAST ITS LAST DAY. A CHANGE OF DAY WRITES THE DAY'S LINE
000237 READ-HISTORY.
000238     MOVE SPACES TO RH-KEY.
000239     MOVE FROM-DATE TO RH-START-DATE.
000240     START RUN-HISTORY KEY NOT LESS THAN RH-KEY
000241         INVALID KEY GO TO READ-HISTORY-END
000242     END-START.
000243 READ-HISTORY-LOOP.
000244     READ RUN-HISTORY NEXT RECORD
000245         AT END GO TO READ-HISTORY-END
000246     END-READ.
000247     IF RH-FILE-STATUS NOT = "00"
000248         GO TO READ-HISTORY-END.
000249     ADD 1 TO RECORDS-READ.
000250     IF RH-START-DATE > TO-DATE
000251         GO TO READ-HISTORY-END.
000252     IF (DAY-RUNS > 0 OR DAY-VALIDATES > 0)
000253        AND RH-START-DATE NOT = CUR-DAY
000254         PERFORM CLOSE-DAY THRU CLOSE-DAY-DONE.
000255     MOVE RH-START-DATE TO CUR-DAY.
000255* A VALIDATE-ONLY RUN PLOTS NOTHING AND ITS CONDITION CODE SAYS
000255* WHETHER THE DATA WOULD PASS, NOT WHETHER PRODUCTION WORKED -
000255* COUNT IT APART AND KEEP IT OUT OF EVERY PRODUCTION FIGURE
000255     IF RH-RUN-MODE = "V"
000255         ADD 1 TO DAY-VALIDATES
000255         ADD RH-PLOTTED TO DAY-VAL-PASSED
000255         ADD RH-REJECTED TO DAY-VAL-FAILED
000255         GO TO READ-HISTORY-LOOP.
000255     ADD 1 TO DAY-RUNS.
000256     IF RH-RETURN NOT = 0
000257         ADD 1 TO DAY-FAILED.
000258     IF RH-RETURN = 8
000259         ADD 1 TO DAY-CODE-8.
000260     IF RH-RETURN = 12
000261         ADD 1 TO DAY-CODE-12.
000262     IF RH-RESTART = "Y"
000263         ADD 1 TO DAY-RESTARTS.
000264     IF RH-RESUBMIT = "Y"
000265         ADD 1 TO DAY-RESUBMITS.
000266     ADD RH-ELAPSED TO DAY-ELAPSED.
000269     ADD RH-PLOTTED TO DAY-PLOTTED.
000270     ADD RH-REJECTED TO DAY-REJECTED.
000271     IF RH-SOURCE-COUNT = 0
000272         GO TO READ-HISTORY-LOOP.
000273     MOVE 1 TO RH-I.
000274 READ-HISTORY-SOURCES.
000275     PERFORM ADD-SOURCE THRU ADD-SOURCE-DONE.
000276     ADD 1 TO RH-I.
000277     IF RH-I NOT > RH-SOURCE-COUNT AND RH-I NOT > 20
000278         GO TO READ-HISTORY-SOURCES.
000279     GO TO READ-HISTORY-LOOP.
000280 READ-HISTORY-END.
000281     IF DAY-RUNS > 0 OR DAY-VALIDATES > 0
000282         PERFORM CLOSE-DAY THRU CLOSE-DAY-DONE.
000283     IF DAYS-REPORTED = 0
000284         MOVE "NO RUNS IN THE DATE RANGE" TO REPORT-REC
000285         WRITE REPORT-REC.
000286     GO TO READ-HISTORY-EXIT.
000287*
000288* FOLD ONE INPUT FILE'S COUNTS FROM THE RUN INTO THE RANGE-WIDE
000289* SOURCE TABLE. PAST 200 DISTINCT FILES THE REST ARE LEFT OUT OF
000290* THE TOP-SOURCES LIST, AND THE REPORT SAYS SO
000291 ADD-SOURCE.
000292     MOVE 1 TO ST-I.
000293 ADD-SOURCE-LOOP.
000294     IF ST-I > SOURCE-TOTAL
000295         GO TO ADD-SOURCE-NEW.
000296     IF ST-NAME(ST-I) = RH-SRC-NAME(RH-I)
000297         GO TO ADD-SOURCE-COUNT.
000298     ADD 1 TO ST-I.
000299     GO TO ADD-SOURCE-LOOP.
000300 ADD-SOURCE-NEW.
000301     IF SOURCE-TOTAL NOT < 200
000302         MOVE "Y" TO SOURCE-FULL-FLAG
000303         GO TO ADD-SOURCE-DONE.
000304     ADD 1 TO SOURCE-TOTAL.
000305     MOVE SOURCE-TOTAL TO ST-I.
000306     MOVE RH-SRC-NAME(RH-I) TO ST-NAME(ST-I).
000307     MOVE 0 TO ST-RUNS(ST-I).
000308     MOVE 0 TO ST-DATASETS(ST-I).
000309     MOVE 0 TO ST-REJECTS(ST-I).
000310     MOVE "N" TO ST-PICKED(ST-I).
000311 ADD-SOURCE-COUNT.
000312     ADD 1 TO ST-RUNS(ST-I).
000313     ADD RH-SRC-DATASETS(RH-I) TO ST-DATASETS(ST-I).
000314     ADD RH-SRC-REJECTS(RH-I) TO ST-REJECTS(ST-I).
000315 ADD-SOURCE-DONE.
000316     EXIT.
000317*
000318* WRITE ONE DAY'S LINE, AND A SEPARATE LINE FOR ANY VALIDATE-ONLY
000319* RUNS, ADD ITS FIGURES INTO THE RANGE TOTALS AND CLEAR THEM FOR
000320* THE NEXT DAY
000321 CLOSE-DAY.
000321     IF DAY-RUNS = 0
000321         GO TO CLOSE-DAY-VALIDATES.
000321     MOVE DAY-RUNS TO ED-RUNS.
000322     MOVE DAY-CODE-8 TO ED-CODE-8.
000323     MOVE DAY-CODE-12 TO ED-CODE-12.
000324     MOVE DAY-RESTARTS TO ED-RESTARTS.
000325     MOVE DAY-RESUBMITS TO ED-RESUBMITS.
000326     MOVE DAY-FAILED TO RATE-PART.
000327     MOVE DAY-RUNS TO RATE-WHOLE.
000328     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000329     MOVE RATE-PCT TO ED-FAIL-PCT.
000330     MOVE DAY-REJECTED TO RATE-PART.
000331     COMPUTE RATE-WHOLE = DAY-PLOTTED + DAY-REJECTED.
000332     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000333     MOVE RATE-PCT TO ED-REJ-PCT.
000334     COMPUTE AVG-SECS ROUNDED = DAY-ELAPSED / DAY-RUNS.
000335     MOVE AVG-SECS TO ED-SECS.
000336     MOVE DAY-PLOTTED TO ED-PLOTTED.
000337     MOVE DAY-REJECTED TO ED-REJECTED.
000338     MOVE SPACES TO REPORT-LINE.
000339     STRING CUR-DAY " " ED-RUNS "   " ED-CODE-8 "   " ED-CODE-12
000340            "  " ED-FAIL-PCT "     " ED-RESTARTS "     "
000341            ED-RESUBMITS "   " ED-SECS "  " ED-PLOTTED "  "
000342            ED-REJECTED "  " ED-REJ-PCT
000343         DELIMITED BY SIZE INTO REPORT-LINE.
000344     MOVE REPORT-LINE TO REPORT-REC.
000345     WRITE REPORT-REC.
000346 CLOSE-DAY-VALIDATES.
000346     IF DAY-VALIDATES = 0
000346         GO TO CLOSE-DAY-TOTALS.
000346     MOVE DAY-VALIDATES TO ED-RUNS.
000346     MOVE DAY-VAL-PASSED TO ED-PLOTTED.
000346     MOVE DAY-VAL-FAILED TO ED-REJECTED.
000346     MOVE SPACES TO REPORT-LINE.
000346     STRING CUR-DAY "  VALIDATE-ONLY RUNS " ED-RUNS
000346            "  DATASETS PASSED " ED-PLOTTED
000346            "  FAILED " ED-REJECTED
000346         DELIMITED BY SIZE INTO REPORT-LINE.
000346     MOVE REPORT-LINE TO REPORT-REC.
000346     WRITE REPORT-REC.
000346 CLOSE-DAY-TOTALS.
000346     ADD 1 TO DAYS-REPORTED.
000347     ADD DAY-RUNS      TO TOT-RUNS.
000348     ADD DAY-FAILED    TO TOT-FAILED.
000349     ADD DAY-CODE-8    TO TOT-CODE-8.
000350     ADD DAY-CODE-12   TO TOT-CODE-12.
000351     ADD DAY-RESTARTS  TO TOT-RESTARTS.
000352     ADD DAY-RESUBMITS TO TOT-RESUBMITS.
000353     ADD DAY-VALIDATES TO TOT-VALIDATES.
000354     ADD DAY-ELAPSED   TO TOT-ELAPSED.
000355     ADD DAY-PLOTTED   TO TOT-PLOTTED.
000356     ADD DAY-REJECTED  TO TOT-REJECTED.
000356     ADD DAY-VAL-PASSED TO TOT-VAL-PASSED.
000356     ADD DAY-VAL-FAILED TO TOT-VAL-FAILED.
000357     MOVE ZEROS TO DAY-FIGURES.
000358 CLOSE-DAY-DONE.
000359     EXIT.
000360*
000361* RATE-PART AS A PERCENTAGE OF RATE-WHOLE, ZERO WHEN THERE IS
000362* NOTHING TO DIVIDE BY
000363 COMPUTE-RATE.
000364     MOVE 0 TO RATE-PCT.
000365     IF RATE-WHOLE = 0
000366         GO TO COMPUTE-RATE-DONE.
000367     COMPUTE RATE-PCT ROUNDED = RATE-PART * 100 / RATE-WHOLE.
000368 COMPUTE-RATE-DONE.
000369     EXIT.
000370*
000371* REPORT HEADING - THE SELECTION AND THE PER-DAY COLUMN TITLES
000372 WRITE-REPORT-HEAD.
000373     MOVE SPACES TO REPORT-LINE.
000374     STRING "PLOTTER RUN HISTORY - " DELIMITED BY SIZE
000375            TODAY-DATE-A              DELIMITED BY SIZE
000376            INTO REPORT-LINE.
000377     MOVE REPORT-LINE TO REPORT-REC.
000378     WRITE REPORT-REC.
000379     MOVE SPACES TO REPORT-LINE.
000380     STRING "RUN DATES " FROM-DATE " TO " TO-DATE
000381            "  (A RUN FAILS ON ANY NON-ZERO CONDITION CODE)"
000382         DELIMITED BY SIZE INTO REPORT-LINE.
000383     MOVE REPORT-LINE TO REPORT-REC.
000384     WRITE REPORT-REC.
000385     MOVE SPACES TO REPORT-REC.
000386     WRITE REPORT-REC.
000387     MOVE "RUNS PER DAY" TO REPORT-REC.
000388     WRITE REPORT-REC.
000389     MOVE SPACES TO REPORT-LINE.
000390     STRING "DATE      RUNS  CODE 8 CODE 12  FAIL%  RESTARTS "
000391            "RESUBMITS  AVG SECS  PLOTTED REJECTED   REJ%"
000392         DELIMITED BY SIZE INTO REPORT-LINE.
000393     MOVE REPORT-LINE TO REPORT-REC.
000394     WRITE REPORT-REC.
000395 WRITE-REPORT-HEAD-DONE.
000396     EXIT.
000397*
000398* THE RANGE AS A WHOLE - RUNS, CONDITION CODES, FAILURE, RESTART
000399* AND RESUBMIT RATES, AVERAGE ELAPSED TIME AND THE REJECT RATE,
000399* THEN THE VALIDATE-ONLY RUNS ON A LINE OF THEIR OWN
000400 WRITE-RANGE-TOTALS.
000401     MOVE SPACES TO REPORT-REC.
000402     WRITE REPORT-REC.
000403     MOVE "RANGE TOTALS" TO REPORT-REC.
000404     WRITE REPORT-REC.
000405     MOVE TOT-RUNS TO ED-RUNS.
000406     MOVE DAYS-REPORTED TO ED-CODE-8.
000407     MOVE SPACES TO REPORT-LINE.
000408     STRING "PRODUCTION RUNS " ED-RUNS "  ON " ED-CODE-8 " DAY(S)"
000409         DELIMITED BY SIZE INTO REPORT-LINE.
000412     MOVE REPORT-LINE TO REPORT-REC.
000413     WRITE REPORT-REC.
000414     MOVE TOT-RUNS TO RATE-WHOLE.
000415     MOVE TOT-FAILED TO RATE-PART.
000416     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000417     MOVE RATE-PCT TO ED-FAIL-PCT.
000418     MOVE TOT-CODE-8 TO ED-CODE-8.
000419     MOVE TOT-CODE-12 TO ED-CODE-12.
000420     MOVE SPACES TO REPORT-LINE.
000421     STRING "FAILURE RATE " ED-FAIL-PCT "%"
000422            "  (CODE 8 " ED-CODE-8 "  CODE 12 " ED-CODE-12 ")"
000423         DELIMITED BY SIZE INTO REPORT-LINE.
000424     MOVE REPORT-LINE TO REPORT-REC.
000425     WRITE REPORT-REC.
000426     MOVE TOT-RESTARTS TO RATE-PART.
000427     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000428     MOVE RATE-PCT TO ED-FAIL-PCT.
000429     MOVE TOT-RESUBMITS TO RATE-PART.
000430     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000431     MOVE RATE-PCT TO ED-PCT.
000432     MOVE TOT-RESTARTS TO ED-RESTARTS.
000433     MOVE TOT-RESUBMITS TO ED-RESUBMITS.
000434     MOVE SPACES TO REPORT-LINE.
000435     STRING "RESTART RATE " ED-FAIL-PCT "% (" ED-RESTARTS ")"
000436            "  RESUBMIT RATE " ED-PCT "% (" ED-RESUBMITS ")"
000437         DELIMITED BY SIZE INTO REPORT-LINE.
000438     MOVE REPORT-LINE TO REPORT-REC.
000439     WRITE REPORT-REC.
000440     MOVE 0 TO AVG-SECS.
000441     IF TOT-RUNS > 0
000442         COMPUTE AVG-SECS ROUNDED = TOT-ELAPSED / TOT-RUNS.
000443     MOVE AVG-SECS TO ED-SECS.
000444     MOVE SPACES TO REPORT-LINE.
000445     STRING "AVERAGE ELAPSED " ED-SECS " SECONDS"
000446         DELIMITED BY SIZE INTO REPORT-LINE.
000447     MOVE REPORT-LINE TO REPORT-REC.
000448     WRITE REPORT-REC.
000449     MOVE TOT-REJECTED TO RATE-PART.
000450     COMPUTE RATE-WHOLE = TOT-PLOTTED + TOT-REJECTED.
000451     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000452     MOVE RATE-PCT TO ED-REJ-PCT.
000453     MOVE TOT-PLOTTED TO ED-PLOTTED.
000454     MOVE TOT-REJECTED TO ED-REJECTED.
000455     MOVE SPACES TO REPORT-LINE.
000456     STRING "DATASETS PLOTTED " ED-PLOTTED
000457            "  REJECTED " ED-REJECTED
000458            "  REJECT RATE " ED-REJ-PCT "%"
000459         DELIMITED BY SIZE INTO REPORT-LINE.
000460     MOVE REPORT-LINE TO REPORT-REC.
000461     WRITE REPORT-REC.
000462     MOVE TOT-VALIDATES TO ED-RUNS.
000462     MOVE TOT-VAL-PASSED TO ED-PLOTTED.
000462     MOVE TOT-VAL-FAILED TO ED-REJECTED.
000462     MOVE SPACES TO REPORT-LINE.
000462     STRING "VALIDATE-ONLY RUNS " ED-RUNS
000462            "  DATASETS PASSED " ED-PLOTTED
000462            "  FAILED " ED-REJECTED
000462            "  (NOT IN THE RATES)"
000462         DELIMITED BY SIZE INTO REPORT-LINE.
000462     MOVE REPORT-LINE TO REPORT-REC.
000462     WRITE REPORT-REC.
000462 WRITE-RANGE-TOTALS-DONE.
000463     EXIT.
000464*
000465* THE INPUT FILES THAT SENT THE MOST REJECTED DATASETS - PICK THE
000466* HIGHEST UNPICKED REJECT TOTAL UP TO TOP-LIMIT TIMES. FILES
000467* WITH NO REJECTS ARE NOT LISTED
000468 WRITE-TOP-SOURCES.
000469     MOVE SPACES TO REPORT-REC.
000470     WRITE REPORT-REC.
000471     MOVE TOP-LIMIT TO ED-N.
000472     MOVE SPACES TO REPORT-LINE.
000473     STRING "TOP " ED-N " REJECT SOURCES BY INPUT FILE"
000474         DELIMITED BY SIZE INTO REPORT-LINE.
000475     MOVE REPORT-LINE TO REPORT-REC.
000476     WRITE REPORT-REC.
000477     MOVE SPACES TO REPORT-LINE.
000478     STRING "INPUT FILE                      RUNS  DATASETS"
000479            "  REJECTED   REJ%"
000480         DELIMITED BY SIZE INTO REPORT-LINE.
000481     MOVE REPORT-LINE TO REPORT-REC.
000482     WRITE REPORT-REC.
000483     MOVE 0 TO TOP-COUNT.
000484 TOP-SOURCES-PICK.
000485     IF TOP-COUNT NOT < TOP-LIMIT
000486         GO TO TOP-SOURCES-END.
000487     MOVE 0 TO ST-BEST.
000488     MOVE 1 TO ST-I.
000489 TOP-SOURCES-SCAN.
000490     IF ST-I > SOURCE-TOTAL
000491         GO TO TOP-SOURCES-FOUND.
000492     IF ST-PICKED(ST-I) = "N" AND ST-REJECTS(ST-I) > 0
000493         IF ST-BEST = 0
000494             MOVE ST-I TO ST-BEST
000495         ELSE
000496             IF ST-REJECTS(ST-I) > ST-REJECTS(ST-BEST)
000497                 MOVE ST-I TO ST-BEST.
000498     ADD 1 TO ST-I.
000499     GO TO TOP-SOURCES-SCAN.
000500 TOP-SOURCES-FOUND.
000501     IF ST-BEST = 0
000502         GO TO TOP-SOURCES-END.
000503     MOVE "Y" TO ST-PICKED(ST-BEST).
000504     ADD 1 TO TOP-COUNT.
000505     MOVE ST-REJECTS(ST-BEST) TO RATE-PART.
000506     MOVE ST-DATASETS(ST-BEST) TO RATE-WHOLE.
000507     PERFORM COMPUTE-RATE THRU COMPUTE-RATE-DONE.
000508     MOVE RATE-PCT TO ED-REJ-PCT.
000509     MOVE ST-RUNS(ST-BEST) TO ED-RUNS.
000510     MOVE ST-DATASETS(ST-BEST) TO ED-PLOTTED.
000511     MOVE ST-REJECTS(ST-BEST) TO ED-REJECTED.
000512     MOVE SPACES TO REPORT-LINE.
000513     STRING ST-NAME(ST-BEST) " " ED-RUNS "   " ED-PLOTTED
000514            "   " ED-REJECTED "  " ED-REJ-PCT
000515         DELIMITED BY SIZE INTO REPORT-LINE.
000516     MOVE REPORT-LINE TO REPORT-REC.
000517     WRITE REPORT-REC.
000518     GO TO TOP-SOURCES-PICK.
000519 TOP-SOURCES-END.
000520     IF TOP-COUNT = 0
000521         MOVE "NO REJECTED DATASETS IN THE DATE RANGE"
000522             TO REPORT-REC
000523         WRITE REPORT-REC.
000524     IF SOURCE-FULL-FLAG = "Y"
000525         MOVE "MORE THAN 200 INPUT FILES - LATER FILES NOT RANKED"
000526             TO REPORT-REC
000527         WRITE REPORT-REC.
000528     GO TO WRITE-TOP-SOURCES-EXIT.
000529*
000530* A DATE AS YYYYMMDD WITH RETRY UNTIL IT PASSES - BLANK IS
000531* ALLOWED AND LEFT FOR THE CALLER TO TREAT AS "NO LIMIT"
000532 GET-DATE.
000533     MOVE SPACES TO DATE-ENTRY.
000534     ACCEPT DATE-ENTRY.
000535     IF DATE-ENTRY = SPACES
000536         GO TO GET-DATE-DONE.
000537     MOVE "N" TO DATE-OK.
000538     IF DATE-ENTRY IS NUMERIC
000539         IF DATE-ENTRY-MM > 0 AND DATE-ENTRY-MM < 13
000540            AND DATE-ENTRY-DD > 0 AND DATE-ENTRY-DD < 32
000541             MOVE "Y" TO DATE-OK.
000542     IF DATE-OK = "Y"
000543         GO TO GET-DATE-DONE.
000544     DISPLAY "PLEASE ENTER A DATE AS YYYYMMDD".
000545     GO TO GET-DATE.
000546 GET-DATE-DONE.
000547     EXIT.
