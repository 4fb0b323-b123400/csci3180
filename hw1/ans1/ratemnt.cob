000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID. RATEMAINT.
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
000026* MAINTENANCE OF THE CHARGEBACK RATE TABLE (ratetab.dat) - WHAT
000027* EACH SENDING DEPARTMENT IS BILLED FOR THE DATASETS THE PLOTTER
000028* DRAWS FOR IT. A RATE IS KEYED BY DEPARTMENT CODE AND DATASET
000029* MODE (L LINE, C CIRCLE, F FILL, R TREND-FIT) AND HOLDS A RATE
000030* PER UNIT OF PATH LENGTH, A RATE PER UNIT OF ENCLOSED AREA AND A
000031* FLAT FEE PER DATASET, WITH THE DEPARTMENT NAME THE INVOICE IS
000032* HEADED WITH. RATES CAN BE ADDED, REPLACED AND DELETED; EVERY
000033* ACTION AND A CLOSING LISTING OF ALL RATES GO TO THE SESSION
000034* REPORT raterpt.txt.
000035*
000036 ENVIRONMENT DIVISION.
000037 INPUT-OUTPUT SECTION.
000038 FILE-CONTROL.
000039     SELECT RATE-FILE
000040          ASSIGN TO DISK
000041          ORGANIZATION IS INDEXED
000042          ACCESS MODE IS DYNAMIC
000043          RECORD KEY IS RT-KEY
000044          FILE STATUS IS RT-FILE-STATUS.
000045     SELECT REPORT-FILE
000046          ASSIGN TO DISK
000047          ORGANIZATION IS LINE SEQUENTIAL.
000048*
000049 DATA DIVISION.
000050 FILE SECTION.
000051* THE RATE TABLE - ONE RECORD PER DEPARTMENT AND DATASET MODE.
000052* THE LAYOUT MUST STAY IN STEP WITH THE ONE IN THE CHARGEBACK
000053* PROGRAM'S FD
000054 FD RATE-FILE
000055       LABEL RECORDS ARE STANDARD
000056       VALUE OF FILE-ID IS "ratetab.dat".
000057     01 RATE-REC.
000058        03 RT-KEY.
000059           05 RT-DEPT       PIC X(8).
000060*   "L" LINE, "C" CIRCLE, "F" FILL OR "R" TREND-FIT
000061           05 RT-MODE       PIC X.
000062        03 RT-DEPT-NAME     PIC X(30).
000063        03 RT-LENGTH-RATE   PIC 9(3)V9(4).
000064        03 RT-AREA-RATE     PIC 9(3)V9(4).
000065        03 RT-FLAT-FEE      PIC 9(5)V99.
000066        03 RT-UPDATED       PIC X(8).
000067*
000068* THE SESSION REPORT - ONE LINE PER ACTION TAKEN, THEN THE
000069* LISTING OF EVERY RATE ON FILE
000070 FD REPORT-FILE
000071       LABEL RECORDS ARE STANDARD
000072       VALUE OF FILE-ID IS "raterpt.txt".
000073     01 REPORT-REC  PIC X(100).
000074*
000075 WORKING-STORAGE SECTION.
000076 01 RT-FILE-STATUS    PIC XX     VALUE SPACES.
000077 01 ANSWER            PIC X      VALUE SPACE.
000078 01 CUR-DEPT          PIC X(8)   VALUE SPACES.
000079 01 CUR-MODE          PIC X      VALUE SPACE.
000080 01 CUR-NAME          PIC X(30)  VALUE SPACES.
000081 01 TODAY-DATE-A      PIC X(8)   VALUE SPACES.
000082 01 RATE-FOUND        PIC X      VALUE "N".
000083 01 ADDED-COUNT       PIC 9(4)   VALUE 0.
000084 01 DELETED-COUNT     PIC 9(4)   VALUE 0.
000085*
000086* THE RATE BEING KEYED
000087 01 NEW-LENGTH-RATE   PIC 9(3)V9(4) VALUE 0.
000088 01 NEW-AREA-RATE     PIC 9(3)V9(4) VALUE 0.
000089 01 NEW-FLAT-FEE      PIC 9(5)V99   VALUE 0.
000090*
000091* FREE-TEXT ENTRY AND ITS VALIDATED AMOUNT - THE PROMPTED-NUMBER
000092* ROUTINE OF THE OTHER MAINTENANCE PROGRAMS, TAKING A DECIMAL
000093* POINT AND UP TO AMT-PLACES DIGITS AFTER IT. NO SIGN - A RATE
000094* IS NEVER NEGATIVE
000095 01 RAW-INPUT         PIC X(20)  VALUE SPACES.
000096 01 AMT-VALUE         PIC 9(5)V9(4) VALUE 0.
000097 01 AMT-OK            PIC X      VALUE "N".
000098 01 AMT-I             PIC 99     VALUE 0.
000099 01 AMT-INT           PIC 9(5)   VALUE 0.
000100 01 AMT-INT-DIGITS    PIC 99     VALUE 0.
000101 01 AMT-FRAC-X        PIC X(4)   VALUE "0000".
000102 01 AMT-FRAC-N REDEFINES AMT-FRAC-X PIC 9(4).
000103 01 DIGIT-X           PIC 9      VALUE 0.
000104 01 AMT-FRAC-DIGITS   PIC 99     VALUE 0.
000105 01 AMT-POINT-SEEN    PIC X      VALUE "N".
000106 01 AMT-PLACES        PIC 9      VALUE 4.
000107 01 AMT-HI            PIC 9(5)V9(4) VALUE 0.
000108*
000109* REPORT LINE BUILDING
000110 01 REPORT-LINE       PIC X(100) VALUE SPACES.
000111 01 LIST-COUNT        PIC 9(4)   VALUE 0.
000112 01 ACTION-TEXT       PIC X(8)   VALUE SPACES.
000113 01 MODE-TEXT         PIC X(9)   VALUE SPACES.
000114 01 ED-RATE           PIC ZZ9.9999.
000115 01 ED-AREA-RATE      PIC ZZ9.9999.
000116 01 ED-FEE            PIC ZZZZ9.99.
000117 01 ED-N              PIC ZZZ9.
000118*
000119 PROCEDURE DIVISION.
000120* MAIN PROGRAM - OPEN THE TABLE, TAKE ACTIONS UNTIL THE OPERATOR
000121* ENDS THE SESSION, THEN LIST EVERY RATE ON FILE
000122 MAIN-PARAGRAPH.
000123     DISPLAY "CHARGEBACK RATE TABLE MAINTENANCE".
000124     ACCEPT TODAY-DATE-A FROM DATE YYYYMMDD.
000125     GO TO OPEN-MASTER.
000126 OPEN-MASTER-EXIT.
000127     OPEN OUTPUT REPORT-FILE.
000128     MOVE SPACES TO REPORT-LINE.
000129     STRING "RATE TABLE MAINTENANCE SESSION - " DELIMITED BY SIZE
000130            TODAY-DATE-A                        DELIMITED BY SIZE
000131            INTO REPORT-LINE.
000132     MOVE REPORT-LINE TO REPORT-REC.
000133     WRITE REPORT-REC.
000134     MOVE SPACES TO REPORT-REC.
000135     WRITE REPORT-REC.
000136     GO TO ASK-ACTION.
000137 ASK-ACTION-EXIT.
000138     GO TO WRITE-RATE-LISTING.
000139 WRITE-RATE-LISTING-EXIT.
000140     CLOSE REPORT-FILE.
000141     CLOSE RATE-FILE.
000142     MOVE ADDED-COUNT TO ED-N.
000143     DISPLAY "RATES ADDED/REPLACED: " ED-N.
000144     MOVE DELETED-COUNT TO ED-N.
000145     DISPLAY "RATES DELETED:        " ED-N.
000146     DISPLAY "REPORT WRITTEN TO raterpt.txt".
000147     STOP RUN.
000148*
000149* THE RATE TABLE IS CREATED ON FIRST USE - STATUS 35 ON THE I-O
000150* OPEN JUST MEANS NO RATE HAS BEEN KEYED YET
000151 OPEN-MASTER.
000152     OPEN I-O RATE-FILE.
000153     IF RT-FILE-STATUS = "35"
000154         OPEN OUTPUT RATE-FILE
000155         IF RT-FILE-STATUS = "00"
000156             CLOSE RATE-FILE
000157             OPEN I-O RATE-FILE
000158         END-IF
000159     END-IF.
000160     IF RT-FILE-STATUS NOT = "00"
000161         DISPLAY "ERROR: CANNOT OPEN RATE TABLE - STATUS "
000162                 RT-FILE-STATUS
000163         STOP RUN.
000164     GO TO OPEN-MASTER-EXIT.
000165*
000166* ONE ACTION PER PASS, PROMPTED WITH THE SAME RETRY-UNTIL-VALID
000167* STYLE AS THE INPUT BUILDER - EVERY ACTION COMES BACK HERE
000168 ASK-ACTION.
000169     DISPLAY " ".
000170     DISPLAY "ACTION - A (ADD OR REPLACE A RATE),".
000171     DISPLAY "         D (DELETE A RATE),".
000172     DISPLAY "         E (END THE SESSION):".
000173     ACCEPT ANSWER.
000174     IF ANSWER = "a" MOVE "A" TO ANSWER.
000175     IF ANSWER = "d" MOVE "D" TO ANSWER.
000176     IF ANSWER = "e" MOVE "E" TO ANSWER.
000177     IF ANSWER = "A"
000178         GO TO ADD-RATE.
000179     IF ANSWER = "D"
000180         GO TO DELETE-RATE.
000181     IF ANSWER = "E"
000182         GO TO ASK-ACTION-EXIT.
000183     DISPLAY "PLEASE ENTER A, D OR E".
000184     GO TO ASK-ACTION.
000185*
000186* THE DEPARTMENT AND DATASET MODE THE ACTION APPLIES TO - THE
000187* DEPARTMENT CODE IS THE ONE THE PLOTTER BILLS A DATASET TO (THE
000188* CODE BESIDE ITS FILE ON THE INPUT LIST)
000189 ASK-KEY.
000190     DISPLAY "DEPARTMENT CODE (UP TO 8 CHARACTERS):".
000191     MOVE SPACES TO CUR-DEPT.
000192     ACCEPT CUR-DEPT.
000193     IF CUR-DEPT = SPACES
000194         DISPLAY "A DEPARTMENT CODE IS REQUIRED"
000195         GO TO ASK-KEY.
000196 ASK-KEY-MODE.
000197     DISPLAY "DATASET MODE - L (LINE), C (CIRCLE), F (FILL),".
000198     DISPLAY "               R (TREND-FIT):".
000199     ACCEPT CUR-MODE.
000200     IF CUR-MODE = "l" MOVE "L" TO CUR-MODE.
000201     IF CUR-MODE = "c" MOVE "C" TO CUR-MODE.
000202     IF CUR-MODE = "f" MOVE "F" TO CUR-MODE.
000203     IF CUR-MODE = "r" MOVE "R" TO CUR-MODE.
000204     IF CUR-MODE NOT = "L" AND CUR-MODE NOT = "C"
000205        AND CUR-MODE NOT = "F" AND CUR-MODE NOT = "R"
000206         DISPLAY "PLEASE ENTER L, C, F OR R"
000207         GO TO ASK-KEY-MODE.
000208     PERFORM SET-MODE-TEXT THRU SET-MODE-TEXT-DONE.
000209 ASK-KEY-DONE.
000210     EXIT.
000211*
000212 SET-MODE-TEXT.
000213     MOVE "LINE     " TO MODE-TEXT.
000214     IF CUR-MODE = "C"
000215         MOVE "CIRCLE   " TO MODE-TEXT.
000216     IF CUR-MODE = "F"
000217         MOVE "FILL     " TO MODE-TEXT.
000218     IF CUR-MODE = "R"
000219         MOVE "TREND-FIT" TO MODE-TEXT.
000220 SET-MODE-TEXT-DONE.
000221     EXIT.
000222*
000223* READ THE RATE FOR THE KEY, IF THERE IS ONE
000224 READ-RATE-REC.
000225     MOVE "N" TO RATE-FOUND.
000226     MOVE CUR-DEPT TO RT-DEPT.
000227     MOVE CUR-MODE TO RT-MODE.
000228     READ RATE-FILE
000229         INVALID KEY GO TO READ-RATE-REC-DONE
000230     END-READ.
000231     IF RT-FILE-STATUS NOT = "00"
000232         GO TO READ-RATE-REC-DONE.
000233     MOVE "Y" TO RATE-FOUND.
000234 READ-RATE-REC-DONE.
000235     EXIT.
000236*
000237* KEY A DEPARTMENT'S RATE FOR ONE DATASET MODE - A RATE ALREADY
000238* ON FILE FOR THE KEY IS REWRITTEN IN PLACE ONCE CONFIRMED
000239 ADD-RATE.
000240     PERFORM ASK-KEY THRU ASK-KEY-DONE.
000241     PERFORM READ-RATE-REC THRU READ-RATE-REC-DONE.
000242     IF RATE-FOUND = "Y"
000243         MOVE RT-LENGTH-RATE TO ED-RATE
000244         MOVE RT-AREA-RATE TO ED-AREA-RATE
000245         MOVE RT-FLAT-FEE TO ED-FEE
000246         DISPLAY "RATE " CUR-DEPT " " MODE-TEXT " IS ON FILE - "
000247                 ED-RATE " / " ED-AREA-RATE " / " ED-FEE
000248         DISPLAY "REPLACE IT (Y/N)?"
000249         ACCEPT ANSWER
000250         IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000251             DISPLAY "NOTHING CHANGED"
000252             GO TO ASK-ACTION
000253         END-IF
000254     END-IF.
000255 ASK-DEPT-NAME.
000256     DISPLAY "DEPARTMENT NAME FOR THE INVOICE (UP TO 30".
000257     DISPLAY "CHARACTERS):".
000258     MOVE SPACES TO CUR-NAME.
000259     ACCEPT CUR-NAME.
000260     IF CUR-NAME = SPACES
000261         DISPLAY "A DEPARTMENT NAME IS REQUIRED"
000262         GO TO ASK-DEPT-NAME.
000263     DISPLAY "RATE PER UNIT OF PATH LENGTH (0 TO 999.9999):".
000264     MOVE 4 TO AMT-PLACES.
000265     MOVE 999.9999 TO AMT-HI.
000266     PERFORM GET-AMOUNT THRU GET-AMOUNT-DONE.
000267     MOVE AMT-VALUE TO NEW-LENGTH-RATE.
000268     DISPLAY "RATE PER UNIT OF ENCLOSED AREA (0 TO 999.9999):".
000269     PERFORM GET-AMOUNT THRU GET-AMOUNT-DONE.
000270     MOVE AMT-VALUE TO NEW-AREA-RATE.
000271     DISPLAY "FLAT FEE PER DATASET (0 TO 99999.99):".
000272     MOVE 2 TO AMT-PLACES.
000273     MOVE 99999.99 TO AMT-HI.
000274     PERFORM GET-AMOUNT THRU GET-AMOUNT-DONE.
000275     MOVE AMT-VALUE TO NEW-FLAT-FEE.
000276     MOVE SPACES TO RATE-REC.
000277     MOVE CUR-DEPT TO RT-DEPT.
000278     MOVE CUR-MODE TO RT-MODE.
000279     MOVE CUR-NAME TO RT-DEPT-NAME.
000280     MOVE NEW-LENGTH-RATE TO RT-LENGTH-RATE.
000281     MOVE NEW-AREA-RATE TO RT-AREA-RATE.
000282     MOVE NEW-FLAT-FEE TO RT-FLAT-FEE.
000283     MOVE TODAY-DATE-A TO RT-UPDATED.
000284     IF RATE-FOUND = "Y"
000285         REWRITE RATE-REC
000286             INVALID KEY
000287             DISPLAY "ERROR: CANNOT UPDATE RATE - STATUS "
000288                     RT-FILE-STATUS
000289             GO TO ASK-ACTION
000290         END-REWRITE
000291     ELSE
000292         WRITE RATE-REC
000293             INVALID KEY
000294             DISPLAY "ERROR: CANNOT WRITE RATE - STATUS "
000295                     RT-FILE-STATUS
000296             GO TO ASK-ACTION
000297         END-WRITE
000298     END-IF.
000299     ADD 1 TO ADDED-COUNT.
000300     MOVE "ADDED   " TO ACTION-TEXT.
000301     IF RATE-FOUND = "Y"
000302         MOVE "REPLACED" TO ACTION-TEXT.
000303     MOVE NEW-LENGTH-RATE TO ED-RATE.
000304     MOVE NEW-AREA-RATE TO ED-AREA-RATE.
000305     MOVE NEW-FLAT-FEE TO ED-FEE.
000306     MOVE SPACES TO REPORT-LINE.
000307     STRING ACTION-TEXT " RATE " CUR-DEPT " " MODE-TEXT
000308            " " CUR-NAME
000309            "  LENGTH " ED-RATE "  AREA " ED-AREA-RATE
000310            "  FEE " ED-FEE
000311            DELIMITED BY SIZE INTO REPORT-LINE.
000312     MOVE REPORT-LINE TO REPORT-REC.
000313     WRITE REPORT-REC.
000314     DISPLAY "RATE " CUR-DEPT " " MODE-TEXT " SAVED".
000315     GO TO ASK-ACTION.
000316*
000317* REMOVE ONE DEPARTMENT'S RATE FOR ONE DATASET MODE - ITS
000318* DATASETS OF THAT MODE WILL BE FLAGGED UNRATED BY THE CHARGEBACK
000319 DELETE-RATE.
000320     PERFORM ASK-KEY THRU ASK-KEY-DONE.
000321     PERFORM READ-RATE-REC THRU READ-RATE-REC-DONE.
000322     IF RATE-FOUND NOT = "Y"
000323         DISPLAY "NO RATE " CUR-DEPT " " MODE-TEXT " ON FILE"
000324         GO TO ASK-ACTION.
000325     MOVE RT-DEPT-NAME TO CUR-NAME.
000326     DISPLAY "DELETE RATE " CUR-DEPT " " MODE-TEXT " (" CUR-NAME
000327             ") (Y/N)?".
000328     ACCEPT ANSWER.
000329     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
000330         DISPLAY "NOTHING CHANGED"
000331         GO TO ASK-ACTION.
000332     DELETE RATE-FILE RECORD
000333         INVALID KEY
000334         DISPLAY "ERROR: CANNOT DELETE RATE - STATUS "
000335                 RT-FILE-STATUS
000336         GO TO ASK-ACTION
000337     END-DELETE.
000338     ADD 1 TO DELETED-COUNT.
000339     MOVE SPACES TO REPORT-LINE.
000340     STRING "DELETED  RATE " CUR-DEPT " " MODE-TEXT " " CUR-NAME
000341            DELIMITED BY SIZE INTO REPORT-LINE.
000342     MOVE REPORT-LINE TO REPORT-REC.
000343     WRITE REPORT-REC.
000344     DISPLAY "RATE " CUR-DEPT " " MODE-TEXT " DELETED".
000345     GO TO ASK-ACTION.
000346*
000347* THE CLOSING LISTING - ONE LINE PER RATE ON THE TABLE, IN
000348* DEPARTMENT AND MODE ORDER
000349 WRITE-RATE-LISTING.
000350     MOVE SPACES TO REPORT-REC.
000351     WRITE REPORT-REC.
000352     MOVE "RATES ON FILE" TO REPORT-REC.
000353     WRITE REPORT-REC.
000354     MOVE "DEPT     MODE      NAME                          "
000355         TO REPORT-LINE.
000356     MOVE "   LENGTH      AREA       FEE  UPDATED"
000357         TO REPORT-LINE(51:39).
000358     MOVE REPORT-LINE TO REPORT-REC.
000359     WRITE REPORT-REC.
000360     MOVE 0 TO LIST-COUNT.
000361     MOVE LOW-VALUES TO RT-KEY.
000362     START RATE-FILE KEY NOT LESS THAN RT-KEY
000363         INVALID KEY GO TO LISTING-DONE
000364     END-START.
000365 LISTING-LOOP.
000366     READ RATE-FILE NEXT RECORD
000367         AT END GO TO LISTING-DONE
000368     END-READ.
000369     IF RT-FILE-STATUS NOT = "00"
000370         GO TO LISTING-DONE.
000371     ADD 1 TO LIST-COUNT.
000372     MOVE RT-MODE TO CUR-MODE.
000373     PERFORM SET-MODE-TEXT THRU SET-MODE-TEXT-DONE.
000374     MOVE RT-LENGTH-RATE TO ED-RATE.
000375     MOVE RT-AREA-RATE TO ED-AREA-RATE.
000376     MOVE RT-FLAT-FEE TO ED-FEE.
000377     MOVE SPACES TO REPORT-LINE.
000378     STRING RT-DEPT " " MODE-TEXT " " RT-DEPT-NAME
000379            " " ED-RATE "  " ED-AREA-RATE "  " ED-FEE
000380            "  " RT-UPDATED
000381            DELIMITED BY SIZE INTO REPORT-LINE.
000382     MOVE REPORT-LINE TO REPORT-REC.
000383     WRITE REPORT-REC.
000384     GO TO LISTING-LOOP.
000385 LISTING-DONE.
000386     IF LIST-COUNT = 0
000387         MOVE "NO RATES ON FILE" TO REPORT-REC
000388         WRITE REPORT-REC.
000389     GO TO WRITE-RATE-LISTING-EXIT.
000390*
000391* PROMPTED AMOUNT WITH RETRY UNTIL IT PASSES - AMT-PLACES AND
000392* AMT-HI SET BY THE CALLER
000393 GET-AMOUNT.
000394     MOVE SPACES TO RAW-INPUT.
000395     ACCEPT RAW-INPUT.
000396     PERFORM CHECK-AMOUNT THRU CHECK-AMOUNT-DONE.
000397     IF AMT-OK = "Y"
000398         GO TO GET-AMOUNT-DONE.
000399     DISPLAY "PLEASE ENTER AN AMOUNT IN RANGE".
000400     GO TO GET-AMOUNT.
000401 GET-AMOUNT-DONE.
000402     EXIT.
000403*
000404 CHECK-AMOUNT.
000405     MOVE "N" TO AMT-OK.
000406     MOVE 0 TO AMT-VALUE.
000407     MOVE 0 TO AMT-INT.
000408     MOVE 0 TO AMT-INT-DIGITS.
000409     MOVE "0000" TO AMT-FRAC-X.
000410     MOVE 0 TO AMT-FRAC-DIGITS.
000411     MOVE "N" TO AMT-POINT-SEEN.
000412     MOVE 1 TO AMT-I.
000413* SKIP LEADING SPACES
000414 CHECK-AMOUNT-SKIP.
000415     IF AMT-I < 20 AND RAW-INPUT(AMT-I:1) = " "
000416         ADD 1 TO AMT-I
000417         GO TO CHECK-AMOUNT-SKIP.
000418 CHECK-AMOUNT-DIGITS.
000419     IF AMT-I > 20
000420         GO TO CHECK-AMOUNT-FINISH.
000421     IF RAW-INPUT(AMT-I:1) = " "
000422         GO TO CHECK-AMOUNT-FINISH.
000423     IF RAW-INPUT(AMT-I:1) = "."
000424         IF AMT-POINT-SEEN = "Y"
000425             GO TO CHECK-AMOUNT-DONE
000426         END-IF
000427         MOVE "Y" TO AMT-POINT-SEEN
000428         ADD 1 TO AMT-I
000429         GO TO CHECK-AMOUNT-DIGITS.
000430     IF RAW-INPUT(AMT-I:1) < "0" OR RAW-INPUT(AMT-I:1) > "9"
000431         GO TO CHECK-AMOUNT-DONE.
000432     IF AMT-POINT-SEEN = "Y"
000433         IF AMT-FRAC-DIGITS NOT < AMT-PLACES
000434             GO TO CHECK-AMOUNT-DONE
000435         END-IF
000436         ADD 1 TO AMT-FRAC-DIGITS
000437         MOVE RAW-INPUT(AMT-I:1) TO AMT-FRAC-X(AMT-FRAC-DIGITS:1)
000438     ELSE
000439         IF AMT-INT-DIGITS > 4
000440             GO TO CHECK-AMOUNT-DONE
000441         END-IF
000442         ADD 1 TO AMT-INT-DIGITS
000443         MOVE RAW-INPUT(AMT-I:1) TO DIGIT-X
000444         COMPUTE AMT-INT = AMT-INT * 10 + DIGIT-X
000445     END-IF.
000446     ADD 1 TO AMT-I.
000447     GO TO CHECK-AMOUNT-DIGITS.
000448 CHECK-AMOUNT-FINISH.
000449     IF AMT-INT-DIGITS = 0 AND AMT-FRAC-DIGITS = 0
000450         GO TO CHECK-AMOUNT-DONE.
000451     COMPUTE AMT-VALUE = AMT-INT + AMT-FRAC-N / 10000.
000452     IF AMT-VALUE > AMT-HI
000453         GO TO CHECK-AMOUNT-DONE.
000454     MOVE "Y" TO AMT-OK.
000455 CHECK-AMOUNT-DONE.
000456     EXIT.
