000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. ZONEMAINT.
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
000026* MAINTENANCE OF THE ZONE MASTER (zones.dat) - THE SERVICE-AREA
000027* BOUNDARIES (DEPOTS, DISTRICTS, RESTRICTED AREAS) THE PLOTTER
000028* CLASSIFIES EVERY DATASET AGAINST FOR ITS ZONE-OCCUPANCY REPORT.
000029* EACH ZONE IS A NAMED CLOSED POLYGON, KEYED IN VERTEX BY VERTEX
000030* THE SAME WAY THE INPUT BUILDER TAKES A FILL-MODE BOUNDARY (THE
000031* CLOSING EDGE BACK TO THE FIRST VERTEX IS IMPLIED), AND CARRIES
000032* A RESTRICTED FLAG - ANY POINT OF A DATASET FALLING INSIDE A
000033* RESTRICTED ZONE IS CALLED OUT BY THE PLOTTER. ZONES CAN BE
000034* ADDED, REPLACED, FLAGGED OR UNFLAGGED AS RESTRICTED, AND
000035* DELETED; EVERY ACTION AND A CLOSING LISTING OF ALL ZONES GO TO
000036* THE SESSION REPORT zonerpt.txt.
000037*
000038 ENVIRONMENT DIVISION.
000039 INPUT-OUTPUT SECTION.
000040 FILE-CONTROL.
000041     SELECT ZONE-FILE
000042          ASSIGN TO DISK
000043          ORGANIZATION IS INDEXED
000044          ACCESS MODE IS DYNAMIC
000045          RECORD KEY IS ZN-KEY
000046          FILE STATUS IS ZN-FILE-STATUS.
000047     SELECT REPORT-FILE
000048          ASSIGN TO DISK
000049          ORGANIZATION IS LINE SEQUENTIAL.
000050*
000051 DATA DIVISION.
000052 FILE SECTION.
000053* THE ZONE MASTER - SEQUENCE 000 OF EACH ZONE IS ITS CONTROL
000054* RECORD (NAME, RESTRICTED FLAG, VERTEX COUNT), SEQUENCES 001 UP
000055* ARE ITS BOUNDARY VERTICES IN ORDER. THE LAYOUT MUST STAY IN
000056* STEP WITH THE ONE IN THE PLOTTER'S OWN FD
000057 FD ZONE-FILE
000058       LABEL RECORDS ARE STANDARD
000059       VALUE OF FILE-ID IS "zones.dat".
000060     01 ZONE-REC.
000061        03 ZN-KEY.
000062           05 ZN-ZONE-ID    PIC X(8).
000063           05 ZN-SEQ        PIC 9(3).
000064*   "H" ON THE CONTROL RECORD, "V" ON EACH VERTEX
000065        03 ZN-REC-TYPE      PIC X.
000066        03 ZN-X             PIC S9(4).
000067        03 ZN-Y             PIC S9(4).
000068*   CONTROL RECORD ONLY - "Y" RESTRICTED OR "N"
000069        03 ZN-NAME          PIC X(20).
000070        03 ZN-RESTRICTED    PIC X.
000071        03 ZN-VERTEX-COUNT  PIC 9(3).
000072        03 ZN-UPDATED       PIC X(8).
000073*
000074* THE SESSION REPORT - ONE LINE PER ACTION TAKEN, THEN THE
000075* LISTING OF EVERY ZONE ON FILE
000076 FD REPORT-FILE
000077       LABEL RECORDS ARE STANDARD
000078       VALUE OF FILE-ID IS "zonerpt.txt".
000079     01 REPORT-REC  PIC X(100).
000080*
000081 WORKING-STORAGE SECTION.
000082 01 ZN-FILE-STATUS    PIC XX     VALUE SPACES.
000083 01 ANSWER            PIC X      VALUE SPACE.
000084 01 CUR-ZONE          PIC X(8)   VALUE SPACES.
000085 01 CUR-NAME          PIC X(20)  VALUE SPACES.
000086 01 CUR-RESTRICTED    PIC X      VALUE "N".
000087 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000088 01 ZONE-FOUND        PIC X      VALUE "N".
000089 01 ADDED-COUNT       PIC 9(4)   VALUE 0.
000090 01 CHANGED-COUNT     PIC 9(4)   VALUE 0.
000091 01 DELETED-COUNT     PIC 9(4)   VALUE 0.
000092*
000093* THE BOUNDARY BEING KEYED - AT MOST 50 VERTICES PER ZONE, THE
000094* LIMIT THE PLOTTER HOLDS A ZONE TO
000095 01 NEW-COUNT         PIC 9(3)   VALUE 0.
000096 01 NV-I              PIC 9(3)   VALUE 0.
000097 01 NEW-VERTEX-TABLE.
000098    03 NV-ENTRY OCCURS 50.
000099       05 NV-X       PIC S9(4)  VALUE 0.
000100       05 NV-Y       PIC S9(4)  VALUE 0.
000101*
000102* FREE-TEXT ENTRY AND ITS VALIDATED NUMERIC VALUE - THE SAME
000103* PROMPTED-NUMBER ROUTINE THE INPUT BUILDER USES
000104 01 RAW-INPUT         PIC X(20)  VALUE SPACES.
000105 01 NUM-VALUE         PIC S9(5)  VALUE 0.
000106 01 NUM-OK            PIC X      VALUE "N".
000107 01 NUM-I             PIC 99     VALUE 0.
000108 01 NUM-SIGN          PIC S9     VALUE 1.
000109 01 NUM-DIGITS        PIC 99     VALUE 0.
000110 01 DIGIT-X           PIC 9      VALUE 0.
000111 01 LIM-LO            PIC S9(5)  VALUE 0.
000112 01 LIM-HI            PIC S9(5)  VALUE 0.
000113*
000114* REPORT LINE BUILDING
000115 01 REPORT-LINE       PIC X(100) VALUE SPACES.
000116 01 LIST-COUNT        PIC 9(4)   VALUE 0.
000117 01 ACTION-TEXT       PIC X(8)   VALUE SPACES.
000118 01 FLAG-TEXT         PIC X(10)  VALUE SPACES.
000119 01 ED-VTX            PIC ZZ9.
000120 01 ED-N              PIC ZZZ9.
000121*
000122 PROCEDURE DIVISION.
000123* MAIN PROGRAM - OPEN THE MASTER, TAKE ACTIONS UNTIL THE OPERATOR
000124* ENDS THE SESSION, THEN LIST EVERY ZONE ON FILE
000125 MAIN-PARAGRAPH.
000126     DISPLAY "ZONE MASTER MAINTENANCE".
000127     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000128     GO TO OPEN-MASTER.
000129 OPEN-MASTER-EXIT.
000130     OPEN OUTPUT REPORT-FILE.
000131     MOVE SPACES TO REPORT-LINE.
000132     STRING "ZONE MAINTENANCE SESSION - " DELIMITED BY SIZE
000133            TODAY-DATE-A                  DELIMITED BY SIZE
000134            INTO REPORT-LINE.
000135     MOVE REPORT-LINE TO REPORT-REC.
000136     WRITE REPORT-REC.
000137     MOVE SPACES TO REPORT-REC.
000138     WRITE REPORT-REC.
000139     GO TO ASK-ACTION.
000140 ASK-ACTION-EXIT.
000141     GO TO WRITE-ZONE-LISTING.
000142 WRITE-ZONE-LISTING-EXIT.
000143     CLOSE REPORT-FILE.
000144     CLOSE ZONE-FILE.
000145     MOVE ADDED-COUNT TO ED-N.
000146     DISPLAY "ZONES ADDED/REPLACED: " ED-N.
000147     MOVE CHANGED-COUNT TO ED-N.
000148     DISPLAY "ZONES REFLAGGED:      " ED-N.
000149     MOVE DELETED-COUNT TO ED-N.
000150     DISPLAY "ZONES DELETED:        " ED-N.
000151     DISPLAY "REPORT WRITTEN TO zonerpt.txt".
000152     STOP RUN.
000153*
000154* THE ZONE MASTER IS CREATED ON FIRST USE - STATUS 35 ON THE I-O
000155* OPEN JUST MEANS NO ZONE HAS BEEN KEYED YET
000156 OPEN-MASTER.
000157     OPEN I-O ZONE-FILE.
000158     IF ZN-FILE-STATUS = "35"
000159         OPEN OUTPUT ZONE-FILE
000160         IF ZN-FILE-STATUS = "00"
000161             CLOSE ZONE-FILE
000162             OPEN I-O ZONE-FILE
000163         END-IF
000164     END-IF.
000165     IF ZN-FILE-STATUS NOT = "00"
000166         DISPLAY "ERROR: CANNOT OPEN ZONE MASTER - STATUS "
000167                 ZN-FILE-STATUS
000168         STOP RUN.
000169     GO TO OPEN-MASTER-EXIT.
000170*
000171* ONE ACTION PER PASS, PROMPTED WITH THE SAME RETRY-UNTIL-VALID
000172* STYLE AS THE INPUT BUILDER - EVERY ACTION COMES BACK HERE
000173 ASK-ACTION.
000174     DISPLAY " ".
000175     DISPLAY "ACTION - A (ADD OR REPLACE A ZONE),".
000176     DISPLAY "         R (SET OR CLEAR THE RESTRICTED FLAG),".
000177     DISPLAY "         D (DELETE A ZONE),".
000178     DISPLAY "         E (END THE SESSION):".
000179     ACCEPT ANSWER.
000180     IF ANSWER = "a" MOVE "A" TO ANSWER.
000181     IF ANSWER = "r" MOVE "R" TO ANSWER.
000182     IF ANSWER = "d" MOVE "D" TO ANSWER.
000183     IF ANSWER = "e" MOVE "E" TO ANSWER.
000184     IF ANSWER = "A"
000185         GO TO ADD-ZONE.
000186     IF ANSWER = "R"
000187         GO TO REFLAG-ZONE.
000188     IF ANSWER = "D"
000189         GO TO DELETE-ZONE.
000190     IF ANSWER = "E"
000191         GO TO ASK-ACTION-EXIT.
000192     DISPLAY "PLEASE ENTER A, R, D OR E".
000193     GO TO ASK-ACTION.
000194*
000195* THE ZONE ID THE ACTION APPLIES TO
000196 ASK-ZONE.
000197     DISPLAY "ZONE ID (UP TO 8 CHARACTERS):".
000198     MOVE SPACES TO CUR-ZONE.
000199     ACCEPT CUR-ZONE.
000200     IF CUR-ZONE = SPACES
000201         DISPLAY "A ZONE ID IS REQUIRED"
000202         GO TO ASK-ZONE.
000203 ASK-ZONE-DONE.
000204     EXIT.
000205*
000206* READ THE ZONE'S CONTROL RECORD, IF IT HAS ONE
000207 READ-CONTROL-REC.
000208     MOVE "N" TO ZONE-FOUND.
000209     MOVE CUR-ZONE TO ZN-ZONE-ID.
000210     MOVE 0 TO ZN-SEQ.
000211     READ ZONE-FILE
000212         INVALID KEY GO TO READ-CONTROL-REC-DONE
000213     END-READ.
000214     IF ZN-FILE-STATUS NOT = "00" OR ZN-REC-TYPE NOT = "H"
000215         GO TO READ-CONTROL-REC-DONE.
000216     MOVE "Y" TO ZONE-FOUND.
000217 READ-CONTROL-REC-DONE.
000218     EXIT.
000219*
000220* KEY A ZONE'S NAME, FLAG AND BOUNDARY, THEN SWAP ANY EXISTING
000221* RECORDS OF THE ZONE FOR THE NEW ONES
000222 ADD-ZONE.
000223     PERFORM ASK-ZONE THRU ASK-ZONE-DONE.
000224     PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-DONE.
000225     IF ZONE-FOUND = "Y"
000226         DISPLAY "ZONE " CUR-ZONE " (" ZN-NAME ") IS ON FILE"
000227         DISPLAY "REPLACE IT (Y/N)?"
000228         ACCEPT ANSWER
000229         IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000230             DISPLAY "NOTHING CHANGED"
000231             GO TO ASK-ACTION
000232         END-IF
000233     END-IF.
000234 ASK-ZONE-NAME.
000235     DISPLAY "ZONE NAME (UP TO 20 CHARACTERS):".
000236     MOVE SPACES TO CUR-NAME.
000237     ACCEPT CUR-NAME.
000238     IF CUR-NAME = SPACES
000239         DISPLAY "A ZONE NAME IS REQUIRED"
000240         GO TO ASK-ZONE-NAME.
000241 ASK-ZONE-FLAG.
000242     DISPLAY "RESTRICTED ZONE (Y/N)?".
000243     ACCEPT ANSWER.
000244     IF ANSWER = "y" MOVE "Y" TO ANSWER.
000245     IF ANSWER = "n" MOVE "N" TO ANSWER.
000246     IF ANSWER NOT = "Y" AND ANSWER NOT = "N"
000247         DISPLAY "PLEASE ENTER Y OR N"
000248         GO TO ASK-ZONE-FLAG.
000249     MOVE ANSWER TO CUR-RESTRICTED.
000250     DISPLAY "NUMBER OF BOUNDARY VERTICES (3-50) - THE EDGE BACK".
000251     DISPLAY "TO THE FIRST VERTEX IS IMPLIED:".
000252     MOVE 3 TO LIM-LO.
000253     MOVE 50 TO LIM-HI.
000254     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000255     MOVE NUM-VALUE TO NEW-COUNT.
000256     MOVE 1 TO NV-I.
000257 ADD-ZONE-VERTEX.
000258     MOVE NV-I TO ED-VTX.
000259     DISPLAY "VERTEX " ED-VTX " X (-9999 TO 9999):".
000260     MOVE -9999 TO LIM-LO.
000261     MOVE 9999 TO LIM-HI.
000262     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000263     MOVE NUM-VALUE TO NV-X(NV-I).
000264     DISPLAY "VERTEX " ED-VTX " Y (-9999 TO 9999):".
000265     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
000266     MOVE NUM-VALUE TO NV-Y(NV-I).
000267     ADD 1 TO NV-I.
000268     IF NV-I NOT > NEW-COUNT
000269         GO TO ADD-ZONE-VERTEX.
000270     PERFORM PURGE-ZONE THRU PURGE-ZONE-DONE.
000271     MOVE SPACES TO ZONE-REC.
000272     MOVE CUR-ZONE TO ZN-ZONE-ID.
000273     MOVE 0 TO ZN-SEQ.
000274     MOVE "H" TO ZN-REC-TYPE.
000275     MOVE 0 TO ZN-X.
000276     MOVE 0 TO ZN-Y.
000277     MOVE CUR-NAME TO ZN-NAME.
000278     MOVE CUR-RESTRICTED TO ZN-RESTRICTED.
000279     MOVE NEW-COUNT TO ZN-VERTEX-COUNT.
000280     MOVE TODAY-DATE-A TO ZN-UPDATED.
000281     WRITE ZONE-REC
000282         INVALID KEY
000283         DISPLAY "ERROR: CANNOT WRITE ZONE - STATUS "
000284                 ZN-FILE-STATUS
000285         GO TO ASK-ACTION
000286     END-WRITE.
000287     MOVE 1 TO NV-I.
000288 ADD-ZONE-WRITE-LOOP.
000289     MOVE SPACES TO ZONE-REC.
000290     MOVE CUR-ZONE TO ZN-ZONE-ID.
000291     MOVE NV-I TO ZN-SEQ.
000292     MOVE "V" TO ZN-REC-TYPE.
000293     MOVE NV-X(NV-I) TO ZN-X.
000294     MOVE NV-Y(NV-I) TO ZN-Y.
000295     MOVE 0 TO ZN-VERTEX-COUNT.
000296     WRITE ZONE-REC
000297         INVALID KEY
000298         REWRITE ZONE-REC
000299     END-WRITE.
000300     ADD 1 TO NV-I.
000301     IF NV-I NOT > NEW-COUNT
000302         GO TO ADD-ZONE-WRITE-LOOP.
000303     ADD 1 TO ADDED-COUNT.
000304     MOVE "ADDED   " TO ACTION-TEXT.
000305     IF ZONE-FOUND = "Y"
000306         MOVE "REPLACED" TO ACTION-TEXT.
000307     MOVE NEW-COUNT TO ED-VTX.
000308     MOVE SPACES TO FLAG-TEXT.
000309     IF CUR-RESTRICTED = "Y"
000310         MOVE "RESTRICTED" TO FLAG-TEXT.
000311     MOVE SPACES TO REPORT-LINE.
000312     STRING ACTION-TEXT " ZONE " CUR-ZONE " " CUR-NAME
000313            "  VERTICES " ED-VTX "  " FLAG-TEXT
000314            DELIMITED BY SIZE INTO REPORT-LINE.
000315     MOVE REPORT-LINE TO REPORT-REC.
000316     WRITE REPORT-REC.
000317     DISPLAY "ZONE " CUR-ZONE " SAVED - " ED-VTX " VERTICES".
000318     GO TO ASK-ACTION.
000319*
000320* DELETE EVERY RECORD THE ZONE HAS ON THE MASTER - THE CONTROL
000321* RECORD AND ALL ITS VERTICES - SO A REPLACEMENT WITH FEWER
000322* VERTICES LEAVES NO OLD TAIL BEHIND
000323 PURGE-ZONE.
000324     MOVE CUR-ZONE TO ZN-ZONE-ID.
000325     MOVE 0 TO ZN-SEQ.
000326     START ZONE-FILE KEY NOT LESS THAN ZN-KEY
000327         INVALID KEY GO TO PURGE-ZONE-DONE
000328     END-START.
000329 PURGE-ZONE-LOOP.
000330     READ ZONE-FILE NEXT RECORD
000331         AT END GO TO PURGE-ZONE-DONE
000332     END-READ.
000333     IF ZN-FILE-STATUS NOT = "00"
000334         GO TO PURGE-ZONE-DONE.
000335     IF ZN-ZONE-ID NOT = CUR-ZONE
000336         GO TO PURGE-ZONE-DONE.
000337     DELETE ZONE-FILE RECORD
000338         INVALID KEY GO TO PURGE-ZONE-DONE
000339     END-DELETE.
000340     GO TO PURGE-ZONE-LOOP.
000341 PURGE-ZONE-DONE.
000342     EXIT.
000343*
000344* SET OR CLEAR THE RESTRICTED FLAG ON A ZONE ALREADY ON FILE,
000345* LEAVING ITS BOUNDARY ALONE
000346 REFLAG-ZONE.
000347     PERFORM ASK-ZONE THRU ASK-ZONE-DONE.
000348     PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-DONE.
000349     IF ZONE-FOUND NOT = "Y"
000350         DISPLAY "NO ZONE " CUR-ZONE " ON FILE"
000351         GO TO ASK-ACTION.
000352     IF ZN-RESTRICTED = "Y"
000353         DISPLAY "ZONE " CUR-ZONE " (" ZN-NAME ") IS RESTRICTED"
000354         DISPLAY "CLEAR THE RESTRICTED FLAG (Y/N)?"
000355     ELSE
000356         DISPLAY "ZONE " CUR-ZONE " (" ZN-NAME
000357                 ") IS NOT RESTRICTED"
000358         DISPLAY "MARK IT RESTRICTED (Y/N)?"
000359     END-IF.
000360     ACCEPT ANSWER.
000361     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000362         DISPLAY "NOTHING CHANGED"
000363         GO TO ASK-ACTION.
000364     IF ZN-RESTRICTED = "Y"
000365         MOVE "N" TO ZN-RESTRICTED
000366         MOVE "CLEARED" TO FLAG-TEXT
000367     ELSE
000368         MOVE "Y" TO ZN-RESTRICTED
000369         MOVE "SET" TO FLAG-TEXT
000370     END-IF.
000371     MOVE TODAY-DATE-A TO ZN-UPDATED.
000372     REWRITE ZONE-REC
000373         INVALID KEY
000374         DISPLAY "ERROR: CANNOT UPDATE ZONE - STATUS "
000375                 ZN-FILE-STATUS
000376         GO TO ASK-ACTION
000377     END-REWRITE.
000378     ADD 1 TO CHANGED-COUNT.
000379     MOVE SPACES TO REPORT-LINE.
000380     STRING "REFLAGGED ZONE " CUR-ZONE " " ZN-NAME
000381            "  RESTRICTED FLAG " FLAG-TEXT
000382            DELIMITED BY SIZE INTO REPORT-LINE.
000383     MOVE REPORT-LINE TO REPORT-REC.
000384     WRITE REPORT-REC.
000385     DISPLAY "ZONE " CUR-ZONE " RESTRICTED FLAG " FLAG-TEXT.
000386     GO TO ASK-ACTION.
000387*
000388* REMOVE A ZONE FROM THE MASTER ALTOGETHER
000389 DELETE-ZONE.
000390     PERFORM ASK-ZONE THRU ASK-ZONE-DONE.
000391     PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-DONE.
000392     IF ZONE-FOUND NOT = "Y"
000393         DISPLAY "NO ZONE " CUR-ZONE " ON FILE"
000394         GO TO ASK-ACTION.
000395     MOVE ZN-NAME TO CUR-NAME.
000396     DISPLAY "DELETE ZONE " CUR-ZONE " (" CUR-NAME ") (Y/N)?".
000397     ACCEPT ANSWER.
000398     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000399         DISPLAY "NOTHING CHANGED"
000400         GO TO ASK-ACTION.
000401     PERFORM PURGE-ZONE THRU PURGE-ZONE-DONE.
000402     ADD 1 TO DELETED-COUNT.
000403     MOVE SPACES TO REPORT-LINE.
000404     STRING "DELETED  ZONE " CUR-ZONE " " CUR-NAME
000405            DELIMITED BY SIZE INTO REPORT-LINE.
000406     MOVE REPORT-LINE TO REPORT-REC.
000407     WRITE REPORT-REC.
000408     DISPLAY "ZONE " CUR-ZONE " DELETED".
000409     GO TO ASK-ACTION.
000410*
000411* THE CLOSING LISTING - ONE LINE PER ZONE ON THE MASTER, TAKEN
000412* FROM ITS CONTROL RECORD, IN ZONE ID ORDER
000413 WRITE-ZONE-LISTING.
000414     MOVE SPACES TO REPORT-REC.
000415     WRITE REPORT-REC.
000416     MOVE "ZONES ON FILE" TO REPORT-REC.
000417     WRITE REPORT-REC.
000418     MOVE 0 TO LIST-COUNT.
000419     MOVE SPACES TO ZN-KEY.
000420     START ZONE-FILE KEY NOT LESS THAN ZN-KEY
000421         INVALID KEY GO TO LISTING-DONE
000422     END-START.
000423 LISTING-LOOP.
000424     READ ZONE-FILE NEXT RECORD
000425         AT END GO TO LISTING-DONE
000426     END-READ.
000427     IF ZN-FILE-STATUS NOT = "00"
000428         GO TO LISTING-DONE.
000429     IF ZN-REC-TYPE NOT = "H"
000430         GO TO LISTING-LOOP.
000431     ADD 1 TO LIST-COUNT.
000432     MOVE ZN-VERTEX-COUNT TO ED-VTX.
000433     MOVE SPACES TO FLAG-TEXT.
000434     IF ZN-RESTRICTED = "Y"
000435         MOVE "RESTRICTED" TO FLAG-TEXT.
000436     MOVE SPACES TO REPORT-LINE.
000437     STRING "ZONE " ZN-ZONE-ID " " ZN-NAME
000438            "  VERTICES " ED-VTX
000439            "  " FLAG-TEXT
000440            "  UPDATED " ZN-UPDATED
000441            DELIMITED BY SIZE INTO REPORT-LINE.
000442     MOVE REPORT-LINE TO REPORT-REC.
000443     WRITE REPORT-REC.
000444     GO TO LISTING-LOOP.
000445 LISTING-DONE.
000446     IF LIST-COUNT = 0
000447         MOVE "NO ZONES ON FILE" TO REPORT-REC
000448         WRITE REPORT-REC.
000449     GO TO WRITE-ZONE-LISTING-EXIT.
000450*
000451* PROMPTED NUMBER WITH RETRY UNTIL IT PASSES - LIM-LO/LIM-HI
000452* SET BY THE CALLER, AS IN THE INPUT BUILDER
000453 GET-NUMBER.
000454     ACCEPT RAW-INPUT.
000455     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
000456     IF NUM-OK = "Y"
000457         GO TO GET-NUMBER-DONE.
000458     DISPLAY "PLEASE ENTER A WHOLE NUMBER IN RANGE".
000459     GO TO GET-NUMBER.
000460 GET-NUMBER-DONE.
000461     EXIT.
000462*
000463 CHECK-NUMBER.
000464     MOVE "N" TO NUM-OK.
000465     MOVE 0 TO NUM-VALUE.
000466     MOVE 1 TO NUM-SIGN.
000467     MOVE 0 TO NUM-DIGITS.
000468     MOVE 1 TO NUM-I.
000469* SKIP LEADING SPACES
000470 CHECK-NUMBER-SKIP.
000471     IF NUM-I < 20 AND RAW-INPUT(NUM-I:1) = " "
000472         ADD 1 TO NUM-I
000473         GO TO CHECK-NUMBER-SKIP.
000474     IF RAW-INPUT(NUM-I:1) = "-"
000475         MOVE -1 TO NUM-SIGN
000476         ADD 1 TO NUM-I.
000477     IF RAW-INPUT(NUM-I:1) = "+"
000478         ADD 1 TO NUM-I.
000479 CHECK-NUMBER-DIGITS.
000480     IF NUM-I > 20
000481         GO TO CHECK-NUMBER-FINISH.
000482     IF RAW-INPUT(NUM-I:1) = " "
000483         GO TO CHECK-NUMBER-FINISH.
000484     IF RAW-INPUT(NUM-I:1) < "0" OR RAW-INPUT(NUM-I:1) > "9"
000485         GO TO CHECK-NUMBER-DONE.
000486     IF NUM-DIGITS > 4
000487         GO TO CHECK-NUMBER-DONE.
000488     MOVE RAW-INPUT(NUM-I:1) TO DIGIT-X.
000489     COMPUTE NUM-VALUE = NUM-VALUE * 10 + DIGIT-X.
000490     ADD 1 TO NUM-DIGITS.
000491     ADD 1 TO NUM-I.
000492     GO TO CHECK-NUMBER-DIGITS.
000493 CHECK-NUMBER-FINISH.
000494     IF NUM-DIGITS = 0
000495         GO TO CHECK-NUMBER-DONE.
000496     COMPUTE NUM-VALUE = NUM-VALUE * NUM-SIGN.
000497     IF NUM-VALUE < LIM-LO OR NUM-VALUE > LIM-HI
000498         GO TO CHECK-NUMBER-DONE.
000499     MOVE "Y" TO NUM-OK.
000500 CHECK-NUMBER-DONE.
000501     EXIT.
