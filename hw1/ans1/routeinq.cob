000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. ROUTEINQ.
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
000026* ONLINE ROUTE INQUIRY OVER THE PLOTTER'S ROUTE MASTER
000027* (routes.dat) AND GEOMETRY ARCHIVE (geom.dat). THE OPERATOR KEYS
000028* A ROUTE ID AND PAGES THROUGH THE ROUTE'S RUN HISTORY, ONE LINE
000029* PER RUN STAMP WITH ITS POINT COUNT, BOUNDING BOX AND PATH
000030* LENGTH, AND A MARK WHERE THE ARCHIVE STILL HOLDS THAT RUN'S
000031* GEOMETRY. PICKING A RUN SHOWS ITS FIGURES AND DRAWS THE ARCHIVED
000032* POINTS OR CIRCLES ON THE SCREEN WITH THE SAME CENTERED-ORIGIN,
000033* SHRINK-TO-FIT GRID THE INPUT BUILDER'S PREVIEW USES. THE RUN'S
000034* FIGURES, ITS ARCHIVED RECORDS AND THE PICTURE CAN THEN BE
000035* PRINTED TO A FILE TO ATTACH TO AN INCIDENT TICKET. BOTH MASTERS
000036* ARE ONLY READ, NEVER UPDATED.
000037*
000038 ENVIRONMENT DIVISION.
000039 INPUT-OUTPUT SECTION.
000040 FILE-CONTROL.
000041     SELECT ROUTE-MASTER
000042          ASSIGN TO DISK
000043          ORGANIZATION IS INDEXED
000044          ACCESS MODE IS DYNAMIC
000045          RECORD KEY IS RM-KEY
000046          FILE STATUS IS RM-FILE-STATUS.
000047     SELECT GEOM-ARCHIVE
000048          ASSIGN TO DISK
000049          ORGANIZATION IS INDEXED
000050          ACCESS MODE IS DYNAMIC
000051          RECORD KEY IS GA-KEY
000052          FILE STATUS IS GA-FILE-STATUS.
000053     SELECT PRINT-FILE
000054          ASSIGN TO DYNAMIC PRINT-NAME
000055          ORGANIZATION IS LINE SEQUENTIAL
000056          FILE STATUS IS PR-FILE-STATUS.
000057*
000058 DATA DIVISION.
000059 FILE SECTION.
000060* THE KEYED MASTER SHARED WITH THE PLOTTER - THE RECORD LAYOUT
000061* HERE MUST STAY IN STEP WITH THE ONE IN THE PLOTTER'S OWN FD
000062 FD ROUTE-MASTER
000063       LABEL RECORDS ARE STANDARD
000064       VALUE OF FILE-ID IS "routes.dat".
000065     01 ROUTE-MASTER-REC.
000066        03 RM-KEY.
000067           05 RM-ROUTE-ID   PIC X(8).
000068           05 RM-RUN-STAMP  PIC X(14).
000069        03 RM-POINT-COUNT   PIC 9(2).
000070        03 RM-MIN-X         PIC S9(5).
000071        03 RM-MAX-X         PIC S9(5).
000072        03 RM-MIN-Y         PIC S9(5).
000073        03 RM-MAX-Y         PIC S9(5).
000074        03 RM-PATH-LENGTH   PIC 9(7)V99.
000075*
000076* THE PLOTTER'S GEOMETRY ARCHIVE, READ ONLY HERE - THE RECORD
000077* LAYOUT MUST STAY IN STEP WITH THE ONE IN THE PLOTTER'S OWN FD
000078 FD GEOM-ARCHIVE
000079       LABEL RECORDS ARE STANDARD
000080       VALUE OF FILE-ID IS "geom.dat".
000081     01 GEOM-ARCHIVE-REC.
000082        03 GA-KEY.
000083           05 GA-ROUTE-ID   PIC X(8).
000084           05 GA-RUN-STAMP  PIC X(14).
000085           05 GA-SEQ        PIC 9(3).
000086        03 GA-REC-TYPE      PIC X.
000087        03 GA-X             PIC S9(4).
000088        03 GA-Y             PIC S9(4).
000089        03 GA-SERIES        PIC 9.
000090        03 GA-RADIUS        PIC 9(4).
000091        03 GA-ARC-START     PIC 9(3).
000092        03 GA-ARC-END       PIC 9(3).
000093*
000094* ONE PRINTED RUN - THE FIGURES, THE ARCHIVED RECORDS AND THE
000095* PICTURE, NAMED BY THE OPERATOR (DEFAULT inq-ROUTE-STAMP.txt)
000096 FD PRINT-FILE
000097       LABEL RECORDS ARE STANDARD.
000098     01 PRINT-REC  PIC X(100).
000099*
000100 WORKING-STORAGE SECTION.
000101 01 RM-FILE-STATUS    PIC XX     VALUE SPACES.
000102 01 GA-FILE-STATUS    PIC XX     VALUE SPACES.
000103 01 PR-FILE-STATUS    PIC XX     VALUE SPACES.
000104 01 ARCHIVE-OPEN-FLAG PIC X      VALUE "N".
000105 01 ANSWER            PIC X      VALUE SPACE.
000106 01 CUR-ROUTE         PIC X(8)   VALUE SPACES.
000107 01 PRINT-NAME        PIC X(40)  VALUE SPACES.
000108 01 ENTERED-NAME      PIC X(40)  VALUE SPACES.
000109 01 PRINT-COUNT       PIC 9(5)   VALUE 0.
000110 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000111 01 NOW-TIME-A        PIC X(8)   VALUE SPACES.
000112*
000113* THE ROUTE'S RUN HISTORY AS READ FROM THE MASTER, OLDEST FIRST
000114* (THE MASTER'S KEY ORDER). RN-GEOM IS "Y" WHEN THE ARCHIVE STILL
000115* HOLDS THE RUN'S GEOMETRY - THE PLOTTER ONLY KEEPS THE LATEST
000116* FEW RUNS OF EACH ROUTE THERE
000117 01 RUN-TOTAL         PIC 9(3)   VALUE 0.
000118 01 RUNS-CUT          PIC X      VALUE "N".
000119 01 RN-I              PIC 9(3)   VALUE 0.
000120 01 RUN-TABLE.
000121    03 RN-ENTRY OCCURS 500.
000122       05 RN-STAMP       PIC X(14).
000123       05 RN-POINTS      PIC 9(2).
000124       05 RN-MIN-X       PIC S9(5).
000125       05 RN-MAX-X       PIC S9(5).
000126       05 RN-MIN-Y       PIC S9(5).
000127       05 RN-MAX-Y       PIC S9(5).
000128       05 RN-PATH        PIC 9(7)V99.
000129       05 RN-GEOM        PIC X.
000130 01 LAST-STAMP        PIC X(14)  VALUE SPACES.
000131*
000132* PAGING THROUGH THE HISTORY - PAGE-SIZE LINES A SCREEN
000133 01 PAGE-SIZE         PIC 99     VALUE 15.
000134 01 PAGE-TOP          PIC 9(3)   VALUE 1.
000135 01 PAGE-END          PIC 9(3)   VALUE 0.
000136 01 PAGE-NO           PIC 9(3)   VALUE 0.
000137 01 PAGE-MAX          PIC 9(3)   VALUE 0.
000138 01 SEL-I             PIC 9(3)   VALUE 0.
000139*
000140* THE CHOSEN RUN'S ARCHIVED GEOMETRY - ONE ENTRY PER POINT, OR
000141* PER CIRCLE WHEN THE RUN WAS A CIRCLE-MODE DATASET. THE PLOTTER
000142* ARCHIVES AT MOST 100 RECORDS A RUN (ITS OWN POINT TABLE SIZE)
000143 01 GV-COUNT          PIC 9(3)   VALUE 0.
000144 01 GV-MODE           PIC X      VALUE "L".
000145 01 REC-I             PIC 9(3)   VALUE 0.
000146 01 GEOM-TABLE.
000147    03 GV-ENTRY OCCURS 100.
000148       05 GV-SEQ         PIC 9(3).
000149       05 GV-X           PIC S9(4).
000150       05 GV-Y           PIC S9(4).
000151       05 GV-SER         PIC 9.
000152       05 GV-RAD         PIC 9(4).
000153       05 GV-AST         PIC 9(3).
000154       05 GV-AEN         PIC 9(3).
000155*
000156* THE ON-SCREEN PICTURE - THE INPUT BUILDER'S PREVIEW GRID, THE
000157* 79X23 SCREEN WITH THE ORIGIN IN THE MIDDLE
000158 01 PV-COLS         PIC 9(3)   VALUE 79.
000159 01 PV-ROWS         PIC 99     VALUE 23.
000160 01 PV-ORG-X        PIC 99     VALUE 40.
000161 01 PV-ORG-Y        PIC 99     VALUE 12.
000162 01 PV-GRID.
000163    03 PV-ROW OCCURS 23.
000164       05 PV-CELL PIC X OCCURS 79.
000165 01 PV-I            PIC 9(3)   VALUE 0.
000166 01 PV-J            PIC 9(3)   VALUE 0.
000167 01 PV-SGX          PIC S9(5)  VALUE 0.
000168 01 PV-SGY          PIC S9(5)  VALUE 0.
000169 01 PV-X1           PIC 9(3)   VALUE 0.
000170 01 PV-Y1           PIC 9(3)   VALUE 0.
000171 01 PV-X2           PIC 9(3)   VALUE 0.
000172 01 PV-Y2           PIC 9(3)   VALUE 0.
000173 01 PV-DI           PIC 9(3)   VALUE 0.
000174 01 PV-DJ           PIC 9(3)   VALUE 0.
000175 01 PV-STEP         PIC S9(3)  VALUE 0.
000176 01 PV-VAL          PIC 999V99 VALUE 0.
000177 01 PV-SYMBOL       PIC X      VALUE "*".
000178 01 PV-SYMBOLS      PIC X(9)   VALUE "*#@$%&+=~".
000179 01 PV-SCALE        PIC 9V9(5) VALUE 1.
000180 01 PV-SCALE-X      PIC 9V9(5) VALUE 1.
000181 01 PV-SCALE-Y      PIC 9V9(5) VALUE 1.
000182 01 PV-MIN-X        PIC S9(4)  VALUE 0.
000183 01 PV-MAX-X        PIC S9(4)  VALUE 0.
000184 01 PV-MIN-Y        PIC S9(4)  VALUE 0.
000185 01 PV-MAX-Y        PIC S9(4)  VALUE 0.
000186 01 PV-RANGE        PIC 9(5)   VALUE 0.
000187 01 PV-ANGLE        PIC 9(3)   VALUE 0.
000188 01 PV-RADIANS      USAGE COMP-2 VALUE 0.
000189 01 PV-CX           PIC S9(5)  VALUE 0.
000190 01 PV-CY           PIC S9(5)  VALUE 0.
000191*
000192* PROMPTED-NUMBER ROUTINE THE INPUT BUILDER USES
000193 01 RAW-INPUT         PIC X(20)  VALUE SPACES.
000194 01 NUM-VALUE         PIC S9(5)  VALUE 0.
000195 01 NUM-OK            PIC X      VALUE "N".
000196 01 NUM-I             PIC 99     VALUE 0.
000197 01 NUM-SIGN          PIC S9     VALUE 1.
000198 01 NUM-DIGITS        PIC 99     VALUE 0.
000199 01 DIGIT-X           PIC 9      VALUE 0.
000200 01 LIM-LO            PIC S9(5)  VALUE 0.
000201 01 LIM-HI            PIC S9(5)  VALUE 0.
000202*
000203* SCREEN AND PRINT LINE BUILDING
000204 01 LIST-LINE         PIC X(100) VALUE SPACES.
000205 01 ED-NO             PIC ZZ9.
000206 01 ED-PTS            PIC ZZ9.
000207 01 ED-MIN-X          PIC -----9.
000208 01 ED-MAX-X          PIC -----9.
000209 01 ED-MIN-Y          PIC -----9.
000210 01 ED-MAX-Y          PIC -----9.
000211 01 ED-PATH           PIC ZZZZZZ9.99.
000212 01 ED-GEOM           PIC X(3).
000213 01 ED-N              PIC ZZZZ9.
000214 01 ED-SEQ            PIC 999.
000215 01 ED-GX             PIC ----9.
000216 01 ED-GY             PIC ----9.
000217 01 ED-RAD            PIC ZZZ9.
000218 01 ED-AST            PIC ZZ9.
000219 01 ED-AEN            PIC ZZ9.
000220*
000221 PROCEDURE DIVISION.
000222*
000223* MAIN PROGRAM - OPEN THE MASTERS, THEN ONE ROUTE AFTER ANOTHER
000224* UNTIL THE OPERATOR ENDS THE SESSION
000225 MAIN-PARAGRAPH.
000226     DISPLAY "ROUTE INQUIRY".
000227     GO TO OPEN-FILES.
000228 OPEN-FILES-EXIT.
000229     GO TO ASK-ROUTE.
000230 ASK-ROUTE-EXIT.
000231     CLOSE ROUTE-MASTER.
000232     IF ARCHIVE-OPEN-FLAG = "Y"
000233         CLOSE GEOM-ARCHIVE.
000234     MOVE PRINT-COUNT TO ED-N.
000235     DISPLAY "RUNS PRINTED: " ED-N.
000236     STOP RUN.
000237*
000238* THE ROUTE MASTER MUST ALREADY EXIST - THERE IS NOTHING TO SHOW
000239* OTHERWISE. WITHOUT THE GEOMETRY ARCHIVE THE FIGURES CAN STILL
000240* BE SHOWN AND PRINTED, BUT NO PICTURE CAN BE DRAWN
000241 OPEN-FILES.
000242     OPEN INPUT ROUTE-MASTER.
000243     IF RM-FILE-STATUS = "35"
000244         DISPLAY "NO ROUTE MASTER ON FILE - NOTHING TO DO"
000245         STOP RUN.
000246     IF RM-FILE-STATUS NOT = "00"
000247         DISPLAY "ERROR: CANNOT OPEN ROUTE MASTER - STATUS "
000248                 RM-FILE-STATUS
000249         STOP RUN.
000250     OPEN INPUT GEOM-ARCHIVE.
000251     IF GA-FILE-STATUS = "00"
000252         MOVE "Y" TO ARCHIVE-OPEN-FLAG
000253     ELSE
000254         DISPLAY "NOTICE: NO GEOMETRY ARCHIVE - RUN PICTURES "
000255                 "NOT AVAILABLE"
000256     END-IF.
000257     GO TO OPEN-FILES-EXIT.
000258*
000259* ONE ROUTE PER PASS - LOAD ITS HISTORY, SHOW THE FIRST PAGE,
000260* THEN TAKE COMMANDS UNTIL THE OPERATOR MOVES ON
000261 ASK-ROUTE.
000262     DISPLAY " ".
000263     DISPLAY "ROUTE ID (BLANK TO END THE SESSION):".
000264     MOVE SPACES TO CUR-ROUTE.
000265     ACCEPT CUR-ROUTE.
000266     IF CUR-ROUTE = SPACES
000267         GO TO ASK-ROUTE-EXIT.
000268     PERFORM LOAD-RUNS THRU LOAD-RUNS-DONE.
000269     IF RUN-TOTAL = 0
000270         DISPLAY "NO RUNS ON FILE FOR ROUTE " CUR-ROUTE
000271         GO TO ASK-ROUTE.
000272     PERFORM MARK-ARCHIVED THRU MARK-ARCHIVED-DONE.
000273     COMPUTE PAGE-MAX = (RUN-TOTAL + PAGE-SIZE - 1) / PAGE-SIZE.
000274     MOVE 1 TO PAGE-TOP.
000275 SHOW-PAGE.
000276     PERFORM LIST-PAGE THRU LIST-PAGE-DONE.
000277 ASK-COMMAND.
000278     DISPLAY "N (NEXT PAGE), P (PREVIOUS PAGE), V (VIEW A RUN),".
000279     DISPLAY "R (ANOTHER ROUTE), E (END THE SESSION):".
000280     ACCEPT ANSWER.
000281     IF ANSWER = "n" MOVE "N" TO ANSWER.
000282     IF ANSWER = "p" MOVE "P" TO ANSWER.
000283     IF ANSWER = "v" MOVE "V" TO ANSWER.
000284     IF ANSWER = "r" MOVE "R" TO ANSWER.
000285     IF ANSWER = "e" MOVE "E" TO ANSWER.
000286     IF ANSWER = "N"
000287         GO TO NEXT-PAGE.
000288     IF ANSWER = "P"
000289         GO TO PREVIOUS-PAGE.
000290     IF ANSWER = "V"
000291         PERFORM VIEW-RUN THRU VIEW-RUN-DONE
000292         GO TO ASK-COMMAND.
000293     IF ANSWER = "R"
000294         GO TO ASK-ROUTE.
000295     IF ANSWER = "E"
000296         GO TO ASK-ROUTE-EXIT.
000297     DISPLAY "PLEASE ANSWER N, P, V, R OR E".
000298     GO TO ASK-COMMAND.
000299 NEXT-PAGE.
000300     IF PAGE-TOP + PAGE-SIZE > RUN-TOTAL
000301         DISPLAY "ALREADY ON THE LAST PAGE"
000302         GO TO ASK-COMMAND.
000303     ADD PAGE-SIZE TO PAGE-TOP.
000304     GO TO SHOW-PAGE.
000305 PREVIOUS-PAGE.
000306     IF PAGE-TOP = 1
000307         DISPLAY "ALREADY ON THE FIRST PAGE"
000308         GO TO ASK-COMMAND.
000309     SUBTRACT PAGE-SIZE FROM PAGE-TOP.
000310     GO TO SHOW-PAGE.
000311*
000312* READ THE ROUTE'S RUNS FROM THE MASTER IN KEY ORDER INTO THE RUN
000313* TABLE, STOPPING AT THE FIRST RECORD OF THE NEXT ROUTE
000314 LOAD-RUNS.
000315     MOVE 0 TO RUN-TOTAL.
000316     MOVE "N" TO RUNS-CUT.
000317     MOVE CUR-ROUTE TO RM-ROUTE-ID.
000318     MOVE SPACES TO RM-RUN-STAMP.
000319     START ROUTE-MASTER KEY NOT LESS THAN RM-KEY
000320         INVALID KEY GO TO LOAD-RUNS-DONE
000321     END-START.
000322 LOAD-RUNS-LOOP.
000323     READ ROUTE-MASTER NEXT RECORD
000324         AT END GO TO LOAD-RUNS-DONE
000325     END-READ.
000326     IF RM-FILE-STATUS NOT = "00"
000327         GO TO LOAD-RUNS-DONE.
000328     IF RM-ROUTE-ID NOT = CUR-ROUTE
000329         GO TO LOAD-RUNS-DONE.
000330     IF RUN-TOTAL NOT < 500
000331         MOVE "Y" TO RUNS-CUT
000332         GO TO LOAD-RUNS-DONE.
000333     ADD 1 TO RUN-TOTAL.
000334     MOVE RM-RUN-STAMP TO RN-STAMP(RUN-TOTAL).
000335     MOVE RM-POINT-COUNT TO RN-POINTS(RUN-TOTAL).
000336     MOVE RM-MIN-X TO RN-MIN-X(RUN-TOTAL).
000337     MOVE RM-MAX-X TO RN-MAX-X(RUN-TOTAL).
000338     MOVE RM-MIN-Y TO RN-MIN-Y(RUN-TOTAL).
000339     MOVE RM-MAX-Y TO RN-MAX-Y(RUN-TOTAL).
000340     MOVE RM-PATH-LENGTH TO RN-PATH(RUN-TOTAL).
000341     MOVE "N" TO RN-GEOM(RUN-TOTAL).
000342     GO TO LOAD-RUNS-LOOP.
000343 LOAD-RUNS-DONE.
000344     EXIT.
000345*
000346* MARK THE RUNS WHOSE GEOMETRY IS STILL ON THE ARCHIVE. BOTH FILES
000347* ARE IN ROUTE AND RUN STAMP ORDER, SO ONE PASS OVER THE ROUTE'S
000348* ARCHIVE RECORDS MATCHES THEM AGAINST THE RUN TABLE
000349 MARK-ARCHIVED.
000350     IF ARCHIVE-OPEN-FLAG NOT = "Y"
000351         GO TO MARK-ARCHIVED-DONE.
000352     MOVE SPACES TO LAST-STAMP.
000353     MOVE 1 TO RN-I.
000354     MOVE CUR-ROUTE TO GA-ROUTE-ID.
000355     MOVE SPACES TO GA-RUN-STAMP.
000356     MOVE 0 TO GA-SEQ.
000357     START GEOM-ARCHIVE KEY NOT LESS THAN GA-KEY
000358         INVALID KEY GO TO MARK-ARCHIVED-DONE
000359     END-START.
000360 MARK-ARCHIVED-LOOP.
000361     READ GEOM-ARCHIVE NEXT RECORD
000362         AT END GO TO MARK-ARCHIVED-DONE
000363     END-READ.
000364     IF GA-FILE-STATUS NOT = "00"
000365         GO TO MARK-ARCHIVED-DONE.
000366     IF GA-ROUTE-ID NOT = CUR-ROUTE
000367         GO TO MARK-ARCHIVED-DONE.
000368     IF GA-RUN-STAMP = LAST-STAMP
000369         GO TO MARK-ARCHIVED-LOOP.
000370     MOVE GA-RUN-STAMP TO LAST-STAMP.
000371 MARK-ARCHIVED-MATCH.
000372     IF RN-I > RUN-TOTAL
000373         GO TO MARK-ARCHIVED-DONE.
000374     IF RN-STAMP(RN-I) < GA-RUN-STAMP
000375         ADD 1 TO RN-I
000376         GO TO MARK-ARCHIVED-MATCH.
000377     IF RN-STAMP(RN-I) = GA-RUN-STAMP
000378         MOVE "Y" TO RN-GEOM(RN-I).
000379     GO TO MARK-ARCHIVED-LOOP.
000380 MARK-ARCHIVED-DONE.
000381     EXIT.
000382*
000383* ONE SCREEN OF THE HISTORY, FROM PAGE-TOP ON
000384 LIST-PAGE.
000385     COMPUTE PAGE-NO = (PAGE-TOP + PAGE-SIZE - 1) / PAGE-SIZE.
000386     COMPUTE PAGE-END = PAGE-TOP + PAGE-SIZE - 1.
000387     IF PAGE-END > RUN-TOTAL
000388         MOVE RUN-TOTAL TO PAGE-END.
000389     MOVE RUN-TOTAL TO ED-N.
000390     DISPLAY " ".
000391     DISPLAY "ROUTE " CUR-ROUTE " - " ED-N
000392             " RUN(S) ON FILE, OLDEST FIRST".
000393     DISPLAY "  NO  RUN DATE TIME    PTS   MIN-X  MAX-X"
000394             "  MIN-Y  MAX-Y   PATH LEN.  PIC".
000395     MOVE PAGE-TOP TO RN-I.
000396 LIST-PAGE-LOOP.
000397     PERFORM BUILD-RUN-LINE THRU BUILD-RUN-LINE-DONE.
000398     DISPLAY LIST-LINE(1:79).
000399     ADD 1 TO RN-I.
000400     IF RN-I NOT > PAGE-END
000401         GO TO LIST-PAGE-LOOP.
000402     MOVE PAGE-NO TO ED-NO.
000403     MOVE PAGE-MAX TO ED-PTS.
000404     DISPLAY "PAGE " ED-NO " OF " ED-PTS.
000405     IF RUNS-CUT = "Y"
000406         DISPLAY "ONLY THE ROUTE'S FIRST 500 RUNS ARE LISTED".
000407 LIST-PAGE-DONE.
000408     EXIT.
000409*
000410* ONE HISTORY LINE FOR RUN RN-I
000411 BUILD-RUN-LINE.
000412     MOVE RN-I TO ED-NO.
000413     MOVE RN-POINTS(RN-I) TO ED-PTS.
000414     MOVE RN-MIN-X(RN-I) TO ED-MIN-X.
000415     MOVE RN-MAX-X(RN-I) TO ED-MAX-X.
000416     MOVE RN-MIN-Y(RN-I) TO ED-MIN-Y.
000417     MOVE RN-MAX-Y(RN-I) TO ED-MAX-Y.
000418     MOVE RN-PATH(RN-I) TO ED-PATH.
000419     MOVE " - " TO ED-GEOM.
000420     IF RN-GEOM(RN-I) = "Y"
000421         MOVE "YES" TO ED-GEOM.
000422     MOVE SPACES TO LIST-LINE.
000423     STRING " "                   DELIMITED BY SIZE
000424            ED-NO                 DELIMITED BY SIZE
000425            "  "                  DELIMITED BY SIZE
000426            RN-STAMP(RN-I)(1:8)   DELIMITED BY SIZE
000427            " "                   DELIMITED BY SIZE
000428            RN-STAMP(RN-I)(9:6)   DELIMITED BY SIZE
000429            "  "                  DELIMITED BY SIZE
000430            ED-PTS                DELIMITED BY SIZE
000431            "  "                  DELIMITED BY SIZE
000432            ED-MIN-X              DELIMITED BY SIZE
000433            " "                   DELIMITED BY SIZE
000434            ED-MAX-X              DELIMITED BY SIZE
000435            " "                   DELIMITED BY SIZE
000436            ED-MIN-Y              DELIMITED BY SIZE
000437            " "                   DELIMITED BY SIZE
000438            ED-MAX-Y              DELIMITED BY SIZE
000439            "  "                  DELIMITED BY SIZE
000440            ED-PATH               DELIMITED BY SIZE
000441            "  "                  DELIMITED BY SIZE
000442            ED-GEOM               DELIMITED BY SIZE
000443            INTO LIST-LINE.
000444 BUILD-RUN-LINE-DONE.
000445     EXIT.
000446*
000447* PICK ONE RUN OF THE ROUTE - SHOW ITS FIGURES, DRAW ITS ARCHIVED
000448* GEOMETRY IF THERE IS ANY, AND OFFER TO PRINT THE LOT
000449 VIEW-RUN.
000450     DISPLAY "RUN NUMBER TO VIEW:".
000451     MOVE 1 TO LIM-LO.
000452     MOVE RUN-TOTAL TO LIM-HI.
000453     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000454     MOVE NUM-VALUE TO SEL-I.
000455     MOVE RN-POINTS(SEL-I) TO ED-PTS.
000456     MOVE RN-MIN-X(SEL-I) TO ED-MIN-X.
000457     MOVE RN-MAX-X(SEL-I) TO ED-MAX-X.
000458     MOVE RN-MIN-Y(SEL-I) TO ED-MIN-Y.
000459     MOVE RN-MAX-Y(SEL-I) TO ED-MAX-Y.
000460     MOVE RN-PATH(SEL-I) TO ED-PATH.
000461     DISPLAY " ".
000462     DISPLAY "ROUTE " CUR-ROUTE "  RUN " RN-STAMP(SEL-I)(1:8) " "
000463             RN-STAMP(SEL-I)(9:6).
000464     DISPLAY "POINTS " ED-PTS "   PATH LENGTH " ED-PATH.
000465     DISPLAY "EXTENT X " ED-MIN-X " TO " ED-MAX-X
000466             "   Y " ED-MIN-Y " TO " ED-MAX-Y.
000467     PERFORM LOAD-GEOMETRY THRU LOAD-GEOMETRY-DONE.
000468     IF GV-COUNT = 0
000469         DISPLAY "NO ARCHIVED GEOMETRY - FIGURES ONLY"
000470         GO TO ASK-PRINT.
000471     GO TO DRAW-PICTURE.
000472 DRAW-PICTURE-EXIT.
000473 ASK-PRINT.
000474     DISPLAY "PRINT THIS RUN TO A FILE (Y/N)?".
000475     ACCEPT ANSWER.
000476     IF ANSWER = "y" MOVE "Y" TO ANSWER.
000477     IF ANSWER = "n" MOVE "N" TO ANSWER.
000478     IF ANSWER = "N"
000479         GO TO VIEW-RUN-DONE.
000480     IF ANSWER NOT = "Y"
000481         DISPLAY "PLEASE ANSWER Y OR N"
000482         GO TO ASK-PRINT.
000483     PERFORM PRINT-RUN THRU PRINT-RUN-DONE.
000484 VIEW-RUN-DONE.
000485     EXIT.
000486*
000487* THE CHOSEN RUN'S RECORDS FROM THE ARCHIVE, IN SEQUENCE ORDER.
000488* A RUN IS EITHER ALL POINTS OR ALL CIRCLES; THE FIRST RECORD'S
000489* TYPE DECIDES HOW THE PICTURE IS DRAWN
000490 LOAD-GEOMETRY.
000491     MOVE 0 TO GV-COUNT.
000492     MOVE "L" TO GV-MODE.
000493     IF ARCHIVE-OPEN-FLAG NOT = "Y"
000494         GO TO LOAD-GEOMETRY-DONE.
000495     IF RN-GEOM(SEL-I) NOT = "Y"
000496         GO TO LOAD-GEOMETRY-DONE.
000497     MOVE CUR-ROUTE TO GA-ROUTE-ID.
000498     MOVE RN-STAMP(SEL-I) TO GA-RUN-STAMP.
000499     MOVE 0 TO GA-SEQ.
000500     START GEOM-ARCHIVE KEY NOT LESS THAN GA-KEY
000501         INVALID KEY GO TO LOAD-GEOMETRY-DONE
000502     END-START.
000503 LOAD-GEOMETRY-LOOP.
000504     READ GEOM-ARCHIVE NEXT RECORD
000505         AT END GO TO LOAD-GEOMETRY-DONE
000506     END-READ.
000507     IF GA-FILE-STATUS NOT = "00"
000508         GO TO LOAD-GEOMETRY-DONE.
000509     IF GA-ROUTE-ID NOT = CUR-ROUTE
000510        OR GA-RUN-STAMP NOT = RN-STAMP(SEL-I)
000511         GO TO LOAD-GEOMETRY-DONE.
000512     IF GV-COUNT NOT < 100
000513         GO TO LOAD-GEOMETRY-DONE.
000514     ADD 1 TO GV-COUNT.
000515     IF GV-COUNT = 1 AND GA-REC-TYPE = "C"
000516         MOVE "C" TO GV-MODE.
000517     MOVE GA-SEQ TO GV-SEQ(GV-COUNT).
000518     MOVE GA-X TO GV-X(GV-COUNT).
000519     MOVE GA-Y TO GV-Y(GV-COUNT).
000520     MOVE GA-SERIES TO GV-SER(GV-COUNT).
000521* THE SERIES PICKS THE PLOTTING SYMBOL - A POINT WITH NO SERIES
000522* IS DRAWN WITH THE FIRST ONE, AS THE PLOTTER DOES
000523     IF GA-REC-TYPE = "P" AND GA-SERIES = 0
000524         MOVE 1 TO GV-SER(GV-COUNT).
000525     MOVE GA-RADIUS TO GV-RAD(GV-COUNT).
000526     MOVE GA-ARC-START TO GV-AST(GV-COUNT).
000527     MOVE GA-ARC-END TO GV-AEN(GV-COUNT).
000528     GO TO LOAD-GEOMETRY-LOOP.
000529 LOAD-GEOMETRY-DONE.
000530     EXIT.
000531*
000532* DRAW THE ARCHIVED GEOMETRY THE WAY THE INPUT BUILDER PREVIEWS A
000533* DATASET - CLEAR THE GRID, SHRINK TO FIT, DRAW, SHOW TOP ROW
000534* FIRST. THE ARCHIVE DOES NOT RECORD WHETHER A POINT DATASET WAS
000535* LINE OR FILL MODE, SO POINTS ARE ALWAYS JOINED AS AN OPEN LINE
000536 DRAW-PICTURE.
000537     MOVE 79 TO PV-COLS.
000538     MOVE 23 TO PV-ROWS.
000539     COMPUTE PV-ORG-X ROUNDED = PV-COLS / 2.
000540     COMPUTE PV-ORG-Y ROUNDED = PV-ROWS / 2.
000541     GO TO PV-CLEAR.
000542 PV-CLEAR-EXIT.
000543     GO TO PV-SCALE-SET.
000544 PV-SCALE-SET-EXIT.
000545     IF GV-MODE = "C"
000546         GO TO PV-DRAW-CIRCLES.
000547     GO TO PV-DRAW-LINES.
000548 PV-DRAW-LINES-EXIT.
000549 PV-DRAW-CIRCLES-EXIT.
000550     GO TO PV-SHOW.
000551 PV-SHOW-EXIT.
000552     GO TO DRAW-PICTURE-EXIT.
000553*
000554* BLANK THE GRID AND DRAW THE AXES AND ORIGIN
000555 PV-CLEAR.
000556     MOVE 1 TO PV-J.
000557 PV-CLEAR-ROW.
000558     MOVE 1 TO PV-I.
000559 PV-CLEAR-CELL.
000560     MOVE " " TO PV-CELL(PV-J, PV-I).
000561     ADD 1 TO PV-I.
000562     IF PV-I < 80
000563         GO TO PV-CLEAR-CELL.
000564     ADD 1 TO PV-J.
000565     IF PV-J < 24
000566         GO TO PV-CLEAR-ROW.
000567     MOVE 1 TO PV-I.
000568 PV-X-AXIS.
000569     MOVE "-" TO PV-CELL(PV-ORG-Y, PV-I).
000570     ADD 1 TO PV-I.
000571     IF PV-I NOT > PV-COLS
000572         GO TO PV-X-AXIS.
000573     MOVE 1 TO PV-J.
000574 PV-Y-AXIS.
000575     MOVE "|" TO PV-CELL(PV-J, PV-ORG-X).
000576     ADD 1 TO PV-J.
000577     IF PV-J NOT > PV-ROWS
000578         GO TO PV-Y-AXIS.
000579     MOVE "+" TO PV-CELL(PV-ORG-Y, PV-ORG-X).
000580     GO TO PV-CLEAR-EXIT.
000581*
000582* PROPORTIONAL SHRINK WHEN THE GEOMETRY RUNS PAST THE GRID, THE
000583* SAME RULE THE PLOTTER APPLIES (CIRCLE EXTENT INCLUDES THE RADIUS
000584* AROUND EACH CENTER)
000585 PV-SCALE-SET.
000586     MOVE 1 TO PV-SCALE.
000587     MOVE 9999 TO PV-MIN-X.
000588     MOVE -9999 TO PV-MAX-X.
000589     MOVE 9999 TO PV-MIN-Y.
000590     MOVE -9999 TO PV-MAX-Y.
000591     MOVE 1 TO REC-I.
000592 PV-SCAN-LOOP.
000593     MOVE GV-X(REC-I) TO PV-SGX.
000594     MOVE GV-Y(REC-I) TO PV-SGY.
000595     IF GV-MODE = "C"
000596         COMPUTE PV-SGX = PV-SGX - GV-RAD(REC-I)
000597         COMPUTE PV-SGY = PV-SGY - GV-RAD(REC-I).
000598     IF PV-SGX < PV-MIN-X MOVE PV-SGX TO PV-MIN-X.
000599     IF PV-SGY < PV-MIN-Y MOVE PV-SGY TO PV-MIN-Y.
000600     MOVE GV-X(REC-I) TO PV-SGX.
000601     MOVE GV-Y(REC-I) TO PV-SGY.
000602     IF GV-MODE = "C"
000603         COMPUTE PV-SGX = PV-SGX + GV-RAD(REC-I)
000604         COMPUTE PV-SGY = PV-SGY + GV-RAD(REC-I).
000605     IF PV-SGX > PV-MAX-X MOVE PV-SGX TO PV-MAX-X.
000606     IF PV-SGY > PV-MAX-Y MOVE PV-SGY TO PV-MAX-Y.
000607     ADD 1 TO REC-I.
000608     IF REC-I NOT > GV-COUNT
000609         GO TO PV-SCAN-LOOP.
000610* THE PLOTTER NEVER RESCALES CIRCLE MODE - OFF-GRID ARC CELLS
000611* ARE SIMPLY CLIPPED - SO THE PICTURE DOES THE SAME
000612     IF GV-MODE = "C"
000613         MOVE 1 TO PV-SCALE
000614         IF PV-ORG-X + PV-MAX-X > PV-COLS
000615            OR PV-ORG-X + PV-MIN-X < 1
000616            OR PV-ORG-Y + PV-MAX-Y > PV-ROWS
000617            OR PV-ORG-Y + PV-MIN-Y < 1
000618             DISPLAY "NOTE: CIRCLES ARE NEVER RESCALED - PARTS"
000619             DISPLAY "OFF THE SCREEN ARE CLIPPED"
000620         END-IF
000621         GO TO PV-SCALE-SET-EXIT.
000622     MOVE 1 TO PV-SCALE-X.
000623     MOVE 1 TO PV-SCALE-Y.
000624     COMPUTE PV-RANGE = PV-MAX-X - PV-MIN-X.
000625     IF PV-RANGE > PV-COLS - 2 AND PV-RANGE > 0
000626         COMPUTE PV-SCALE-X ROUNDED =
000627             (PV-COLS - 2) / PV-RANGE.
000628     COMPUTE PV-RANGE = PV-MAX-Y - PV-MIN-Y.
000629     IF PV-RANGE > PV-ROWS - 2 AND PV-RANGE > 0
000630         COMPUTE PV-SCALE-Y ROUNDED =
000631             (PV-ROWS - 2) / PV-RANGE.
000632     IF PV-SCALE-X < PV-SCALE-Y
000633         MOVE PV-SCALE-X TO PV-SCALE
000634     ELSE
000635         MOVE PV-SCALE-Y TO PV-SCALE.
000636     IF PV-SCALE < 1
000637         DISPLAY "PICTURE RESCALED TO FIT - FACTOR " PV-SCALE.
000638     GO TO PV-SCALE-SET-EXIT.
000639*
000640* PLOT EACH POINT AND JOIN CONSECUTIVE POINTS OF THE SAME SERIES
000641 PV-DRAW-LINES.
000642     MOVE 1 TO REC-I.
000643     PERFORM PV-MAP-POINT THRU PV-MAP-POINT-DONE.
000644     MOVE PV-X2 TO PV-X1.
000645     MOVE PV-Y2 TO PV-Y1.
000646     MOVE PV-SYMBOLS(GV-SER(1):1) TO PV-SYMBOL.
000647     MOVE PV-SYMBOL TO PV-CELL(PV-Y1, PV-X1).
000648 PV-LINES-LOOP.
000649     ADD 1 TO REC-I.
000650     IF REC-I > GV-COUNT
000651         GO TO PV-DRAW-LINES-EXIT.
000652     PERFORM PV-MAP-POINT THRU PV-MAP-POINT-DONE.
000653     IF GV-SER(REC-I) NOT = GV-SER(REC-I - 1)
000654         MOVE PV-SYMBOLS(GV-SER(REC-I):1) TO PV-SYMBOL
000655         MOVE PV-SYMBOL TO PV-CELL(PV-Y2, PV-X2)
000656         MOVE PV-X2 TO PV-X1
000657         MOVE PV-Y2 TO PV-Y1
000658         GO TO PV-LINES-LOOP.
000659     PERFORM PV-DRAW-SEG THRU PV-DRAW-SEG-DONE.
000660     MOVE PV-X2 TO PV-X1.
000661     MOVE PV-Y2 TO PV-Y1.
000662     GO TO PV-LINES-LOOP.
000663*
000664* MAP RECORD REC-I'S REAL COORDINATES ONTO THE GRID, SCALED ABOUT
000665* THE ORIGIN AND CLIPPED TO THE EDGES
000666 PV-MAP-POINT.
000667     COMPUTE PV-SGX ROUNDED = PV-ORG-X
000668         + (GV-X(REC-I) * PV-SCALE).
000669     COMPUTE PV-SGY ROUNDED = PV-ORG-Y
000670         + (GV-Y(REC-I) * PV-SCALE).
000671     IF PV-SGX < 1 MOVE 1 TO PV-SGX.
000672     IF PV-SGX > PV-COLS MOVE PV-COLS TO PV-SGX.
000673     IF PV-SGY < 1 MOVE 1 TO PV-SGY.
000674     IF PV-SGY > PV-ROWS MOVE PV-ROWS TO PV-SGY.
000675     MOVE PV-SGX TO PV-X2.
000676     MOVE PV-SGY TO PV-Y2.
000677     MOVE PV-SYMBOLS(GV-SER(REC-I):1) TO PV-SYMBOL.
000678 PV-MAP-POINT-DONE.
000679     EXIT.
000680*
000681* THE SAME MAJOR-AXIS STEPPING THE PLOTTER USES TO JOIN TWO GRID
000682* CELLS WITH THE SERIES SYMBOL
000683 PV-DRAW-SEG.
000684     IF PV-X1 > PV-X2
000685         COMPUTE PV-DI = PV-X1 - PV-X2
000686     ELSE
000687         COMPUTE PV-DI = PV-X2 - PV-X1.
000688     IF PV-Y1 > PV-Y2
000689         COMPUTE PV-DJ = PV-Y1 - PV-Y2
000690     ELSE
000691         COMPUTE PV-DJ = PV-Y2 - PV-Y1.
000692     IF PV-DI = 0 AND PV-DJ = 0
000693         MOVE PV-SYMBOL TO PV-CELL(PV-Y2, PV-X2)
000694         GO TO PV-DRAW-SEG-DONE.
000695     IF PV-DI > PV-DJ
000696         GO TO PV-SEG-X.
000697     GO TO PV-SEG-Y.
000698 PV-SEG-X.
000699     MOVE PV-X1 TO PV-STEP.
000700 PV-SEG-X-LOOP.
000701     COMPUTE PV-VAL ROUNDED =
000702         (PV-STEP - PV-X1) / (PV-X2 - PV-X1)
000703         * (PV-Y2 - PV-Y1) + PV-Y1.
000704     MOVE PV-VAL TO PV-J.
000705     MOVE PV-SYMBOL TO PV-CELL(PV-J, PV-STEP).
000706     IF PV-X2 > PV-X1 ADD 1 TO PV-STEP.
000707     IF PV-X2 < PV-X1 SUBTRACT 1 FROM PV-STEP.
000708     IF PV-STEP = PV-X1 OR PV-STEP = PV-X2
000709         GO TO PV-DRAW-SEG-DONE.
000710     GO TO PV-SEG-X-LOOP.
000711 PV-SEG-Y.
000712     MOVE PV-Y1 TO PV-STEP.
000713 PV-SEG-Y-LOOP.
000714     COMPUTE PV-VAL ROUNDED =
000715         (PV-STEP - PV-Y1) / (PV-Y2 - PV-Y1)
000716         * (PV-X2 - PV-X1) + PV-X1.
000717     MOVE PV-VAL TO PV-I.
000718     MOVE PV-SYMBOL TO PV-CELL(PV-STEP, PV-I).
000719     IF PV-Y2 > PV-Y1 ADD 1 TO PV-STEP.
000720     IF PV-Y2 < PV-Y1 SUBTRACT 1 FROM PV-STEP.
000721     IF PV-STEP = PV-Y1 OR PV-STEP = PV-Y2
000722         GO TO PV-DRAW-SEG-DONE.
000723     GO TO PV-SEG-Y-LOOP.
000724 PV-DRAW-SEG-DONE.
000725* THE STEPPING LOOPS STOP SHORT OF THE FAR ENDPOINT, AS THE
000726* PLOTTER'S DO - PLOT IT HERE AS THE PLOTTER DOES EXPLICITLY
000727     MOVE PV-SYMBOL TO PV-CELL(PV-Y2, PV-X2).
000728*
000729* STEP EACH CIRCLE OR ARC A DEGREE AT A TIME, AS THE PLOTTER
000730* DOES, PLOTTING THE CELLS THAT FALL INSIDE THE GRID
000731 PV-DRAW-CIRCLES.
000732     MOVE 1 TO REC-I.
000733 PV-CIRCLES-LOOP.
000734     MOVE GV-AST(REC-I) TO PV-ANGLE.
000735     IF GV-AST(REC-I) = GV-AEN(REC-I)
000736         MOVE 0 TO PV-ANGLE.
000737 PV-CIRCLE-ANGLE.
000738     COMPUTE PV-RADIANS = PV-ANGLE * 3.14159265 / 180.
000739     COMPUTE PV-CX ROUNDED = GV-RAD(REC-I)
000740         * FUNCTION COS(PV-RADIANS).
000741     COMPUTE PV-CY ROUNDED = GV-RAD(REC-I)
000742         * FUNCTION SIN(PV-RADIANS).
000743     COMPUTE PV-SGX ROUNDED = PV-ORG-X
000744         + ((GV-X(REC-I) + PV-CX) * PV-SCALE).
000745     COMPUTE PV-SGY ROUNDED = PV-ORG-Y
000746         + ((GV-Y(REC-I) + PV-CY) * PV-SCALE).
000747     IF PV-SGX > 0 AND PV-SGX < PV-COLS + 1
000748        AND PV-SGY > 0 AND PV-SGY < PV-ROWS + 1
000749         MOVE PV-SGX TO PV-I
000750         MOVE PV-SGY TO PV-J
000751         MOVE "*" TO PV-CELL(PV-J, PV-I).
000752     ADD 1 TO PV-ANGLE.
000753     IF GV-AST(REC-I) = GV-AEN(REC-I)
000754         IF PV-ANGLE > 359
000755             GO TO PV-CIRCLE-NEXT
000756         END-IF
000757     ELSE
000758         IF PV-ANGLE > GV-AEN(REC-I)
000759             GO TO PV-CIRCLE-NEXT
000760         END-IF
000761     END-IF.
000762     GO TO PV-CIRCLE-ANGLE.
000763 PV-CIRCLE-NEXT.
000764     ADD 1 TO REC-I.
000765     IF REC-I NOT > GV-COUNT
000766         GO TO PV-CIRCLES-LOOP.
000767     GO TO PV-DRAW-CIRCLES-EXIT.
000768*
000769* SHOW THE PICTURE TOP ROW FIRST, AS THE PLOTTER PRINTS ITS
000770* GRAPH FILES
000771 PV-SHOW.
000772     MOVE PV-ROWS TO PV-J.
000773 PV-SHOW-LOOP.
000774     DISPLAY PV-ROW(PV-J)(1:PV-COLS).
000775     SUBTRACT 1 FROM PV-J.
000776     IF PV-J > 0
000777         GO TO PV-SHOW-LOOP.
000778     GO TO PV-SHOW-EXIT.
000779*
000780* PRINT THE CHOSEN RUN TO A FILE OF ITS OWN - THE FIGURES, THE
000781* ARCHIVED RECORDS ONE TO A LINE, AND THE PICTURE JUST SHOWN.
000782* A FAILED OPEN IS REPORTED AND THE SESSION CARRIES ON
000783 PRINT-RUN.
000784     MOVE SPACES TO PRINT-NAME.
000785     STRING "inq-"                DELIMITED BY SIZE
000786            CUR-ROUTE             DELIMITED BY SPACE
000787            "-"                   DELIMITED BY SIZE
000788            RN-STAMP(SEL-I)       DELIMITED BY SIZE
000789            ".txt"                DELIMITED BY SIZE
000790            INTO PRINT-NAME.
000791     DISPLAY "PRINT FILE NAME (BLANK FOR THE NAME BELOW):".
000792     DISPLAY "  " PRINT-NAME.
000793     MOVE SPACES TO ENTERED-NAME.
000794     ACCEPT ENTERED-NAME.
000795     IF ENTERED-NAME NOT = SPACES
000796         MOVE ENTERED-NAME TO PRINT-NAME.
000797     OPEN OUTPUT PRINT-FILE.
000798     IF PR-FILE-STATUS NOT = "00"
000799         DISPLAY "ERROR: CANNOT OPEN PRINT FILE - STATUS "
000800                 PR-FILE-STATUS
000801         GO TO PRINT-RUN-DONE.
000802     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000803     ACCEPT NOW-TIME-A FROM TIME.
000804     MOVE SPACES TO LIST-LINE.
000805     STRING "ROUTE INQUIRY - ROUTE " DELIMITED BY SIZE
000806            CUR-ROUTE             DELIMITED BY SIZE
000807            "  RUN "              DELIMITED BY SIZE
000808            RN-STAMP(SEL-I)(1:8)  DELIMITED BY SIZE
000809            " "                   DELIMITED BY SIZE
000810            RN-STAMP(SEL-I)(9:6)  DELIMITED BY SIZE
000811            INTO LIST-LINE.
000812     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000813     MOVE SPACES TO LIST-LINE.
000814     STRING "PRINTED "            DELIMITED BY SIZE
000815            TODAY-DATE-A          DELIMITED BY SIZE
000816            " "                   DELIMITED BY SIZE
000817            NOW-TIME-A(1:6)       DELIMITED BY SIZE
000818            INTO LIST-LINE.
000819     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000820     MOVE SPACES TO LIST-LINE.
000821     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000822     MOVE RN-POINTS(SEL-I) TO ED-PTS.
000823     MOVE RN-MIN-X(SEL-I) TO ED-MIN-X.
000824     MOVE RN-MAX-X(SEL-I) TO ED-MAX-X.
000825     MOVE RN-MIN-Y(SEL-I) TO ED-MIN-Y.
000826     MOVE RN-MAX-Y(SEL-I) TO ED-MAX-Y.
000827     MOVE RN-PATH(SEL-I) TO ED-PATH.
000828     MOVE SPACES TO LIST-LINE.
000829     STRING "POINTS RECORDED  "   DELIMITED BY SIZE
000830            ED-PTS                DELIMITED BY SIZE
000831            INTO LIST-LINE.
000832     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000833     MOVE SPACES TO LIST-LINE.
000834     STRING "PATH LENGTH      "   DELIMITED BY SIZE
000835            ED-PATH               DELIMITED BY SIZE
000836            INTO LIST-LINE.
000837     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000838     MOVE SPACES TO LIST-LINE.
000839     STRING "EXTENT X         "   DELIMITED BY SIZE
000840            ED-MIN-X              DELIMITED BY SIZE
000841            " TO "                DELIMITED BY SIZE
000842            ED-MAX-X              DELIMITED BY SIZE
000843            INTO LIST-LINE.
000844     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000845     MOVE SPACES TO LIST-LINE.
000846     STRING "EXTENT Y         "   DELIMITED BY SIZE
000847            ED-MIN-Y              DELIMITED BY SIZE
000848            " TO "                DELIMITED BY SIZE
000849            ED-MAX-Y              DELIMITED BY SIZE
000850            INTO LIST-LINE.
000851     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000852     MOVE SPACES TO LIST-LINE.
000853     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000854     IF GV-COUNT = 0
000855         MOVE "NO ARCHIVED GEOMETRY FOR THIS RUN" TO LIST-LINE
000856         PERFORM PUT-LINE THRU PUT-LINE-DONE
000857         GO TO PRINT-RUN-CLOSE.
000858     MOVE GV-COUNT TO ED-PTS.
000859     MOVE SPACES TO LIST-LINE.
000860     IF GV-MODE = "C"
000861         STRING "ARCHIVED GEOMETRY - " DELIMITED BY SIZE
000862                ED-PTS                 DELIMITED BY SIZE
000863                " CIRCLE(S)"           DELIMITED BY SIZE
000864                INTO LIST-LINE
000865     ELSE
000866         STRING "ARCHIVED GEOMETRY - " DELIMITED BY SIZE
000867                ED-PTS                 DELIMITED BY SIZE
000868                " POINT(S)"            DELIMITED BY SIZE
000869                INTO LIST-LINE.
000870     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000871     MOVE 1 TO REC-I.
000872 PRINT-GEOM-LOOP.
000873     MOVE GV-SEQ(REC-I) TO ED-SEQ.
000874     MOVE GV-X(REC-I) TO ED-GX.
000875     MOVE GV-Y(REC-I) TO ED-GY.
000876     MOVE SPACES TO LIST-LINE.
000877     IF GV-MODE = "C"
000878         MOVE GV-RAD(REC-I) TO ED-RAD
000879         MOVE GV-AST(REC-I) TO ED-AST
000880         MOVE GV-AEN(REC-I) TO ED-AEN
000881         STRING "  SEQ "          DELIMITED BY SIZE
000882                ED-SEQ            DELIMITED BY SIZE
000883                "  CENTER X "     DELIMITED BY SIZE
000884                ED-GX             DELIMITED BY SIZE
000885                "  Y "            DELIMITED BY SIZE
000886                ED-GY             DELIMITED BY SIZE
000887                "  RADIUS "       DELIMITED BY SIZE
000888                ED-RAD            DELIMITED BY SIZE
000889                "  ARC "          DELIMITED BY SIZE
000890                ED-AST            DELIMITED BY SIZE
000891                " TO "            DELIMITED BY SIZE
000892                ED-AEN            DELIMITED BY SIZE
000893                INTO LIST-LINE
000894     ELSE
000895         STRING "  SEQ "          DELIMITED BY SIZE
000896                ED-SEQ            DELIMITED BY SIZE
000897                "  X "            DELIMITED BY SIZE
000898                ED-GX             DELIMITED BY SIZE
000899                "  Y "            DELIMITED BY SIZE
000900                ED-GY             DELIMITED BY SIZE
000901                "  SERIES "       DELIMITED BY SIZE
000902                GV-SER(REC-I)     DELIMITED BY SIZE
000903                INTO LIST-LINE.
000904     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000905     ADD 1 TO REC-I.
000906     IF REC-I NOT > GV-COUNT
000907         GO TO PRINT-GEOM-LOOP.
000908     MOVE SPACES TO LIST-LINE.
000909     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000910     MOVE PV-ROWS TO PV-J.
000911 PRINT-PICTURE-LOOP.
000912     MOVE SPACES TO LIST-LINE.
000913     MOVE PV-ROW(PV-J)(1:PV-COLS) TO LIST-LINE.
000914     PERFORM PUT-LINE THRU PUT-LINE-DONE.
000915     SUBTRACT 1 FROM PV-J.
000916     IF PV-J > 0
000917         GO TO PRINT-PICTURE-LOOP.
000918 PRINT-RUN-CLOSE.
000919     CLOSE PRINT-FILE.
000920     ADD 1 TO PRINT-COUNT.
000921     DISPLAY "RUN PRINTED TO " PRINT-NAME.
000922 PRINT-RUN-DONE.
000923     EXIT.
000924*
000925 PUT-LINE.
000926     MOVE LIST-LINE TO PRINT-REC.
000927     WRITE PRINT-REC.
000928 PUT-LINE-DONE.
000929     EXIT.
000930*
000931* PROMPTED NUMBER WITH RETRY UNTIL IT PASSES - LIM-LO/LIM-HI
000932* SET BY THE CALLER, AS IN THE INPUT BUILDER
000933 GET-NUMBER.
000934     ACCEPT RAW-INPUT.
000935     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
000936     IF NUM-OK = "Y"
000937         GO TO GET-NUMBER-DONE.
000938     DISPLAY "PLEASE ENTER A WHOLE NUMBER IN RANGE".
000939     GO TO GET-NUMBER.
000940 GET-NUMBER-DONE.
000941     EXIT.
000942*
000943 CHECK-NUMBER.
000944     MOVE "N" TO NUM-OK.
000945     MOVE 0 TO NUM-VALUE.
000946     MOVE 1 TO NUM-SIGN.
000947     MOVE 0 TO NUM-DIGITS.
000948     MOVE 1 TO NUM-I.
000949* SKIP LEADING SPACES
000950 CHECK-NUMBER-SKIP.
000951     IF NUM-I < 20 AND RAW-INPUT(NUM-I:1) = " "
000952         ADD 1 TO NUM-I
000953         GO TO CHECK-NUMBER-SKIP.
000954     IF RAW-INPUT(NUM-I:1) = "-"
000955         MOVE -1 TO NUM-SIGN
000956         ADD 1 TO NUM-I.
000957     IF RAW-INPUT(NUM-I:1) = "+"
000958         ADD 1 TO NUM-I.
000959 CHECK-NUMBER-DIGITS.
000960     IF NUM-I > 20
000961         GO TO CHECK-NUMBER-FINISH.
000962     IF RAW-INPUT(NUM-I:1) = " "
000963         GO TO CHECK-NUMBER-FINISH.
000964     IF RAW-INPUT(NUM-I:1) < "0" OR RAW-INPUT(NUM-I:1) > "9"
000965         GO TO CHECK-NUMBER-DONE.
000966     IF NUM-DIGITS > 4
000967         GO TO CHECK-NUMBER-DONE.
000968     MOVE RAW-INPUT(NUM-I:1) TO DIGIT-X.
000969     COMPUTE NUM-VALUE = NUM-VALUE * 10 + DIGIT-X.
000970     ADD 1 TO NUM-DIGITS.
000971     ADD 1 TO NUM-I.
000972     GO TO CHECK-NUMBER-DIGITS.
000973 CHECK-NUMBER-FINISH.
000974     IF NUM-DIGITS = 0
000975         GO TO CHECK-NUMBER-DONE.
000976     COMPUTE NUM-VALUE = NUM-VALUE * NUM-SIGN.
000977     IF NUM-VALUE < LIM-LO OR NUM-VALUE > LIM-HI
000978         GO TO CHECK-NUMBER-DONE.
000979     MOVE "Y" TO NUM-OK.
000980 CHECK-NUMBER-DONE.
000981     EXIT.
