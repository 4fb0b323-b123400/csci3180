000040* NEVER DISAGREE WITH THEM, AND EACH DATASET CAN BE PREVIEWED
000041* ON SCREEN BEFORE THE FILE IS WRITTEN IN EITHER THE FIXED
000042* 22-COLUMN FORMAT OR THE COMMA-DELIMITED FORMAT.
000042* AN EXISTING INPUT FILE, OR A PLOTTER REJECT FILE, CAN ALSO BE
000042* LOADED AND CORRECTED RECORD BY RECORD UNDER THE SAME CHECKS,
000042* EVERY CHANGE GOING TO THE CORRECTION LOG (corrlog.txt).
000043*
000050 ENVIRONMENT DIVISION.
000051 INPUT-OUTPUT SECTION.
000052 FILE-CONTROL.
000053     SELECT BUILD-FILE
000054         ASSIGN TO DYNAMIC BUILD-NAME
000055         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS BUILD-FILE-STATUS.
000055* THE FILE LOADED FOR CORRECTION, AND A CORRECTED REJECT FILE
000055* WRITTEN BACK IN THE REJECT FILE'S OWN WIDER LAYOUT
000055     SELECT LOAD-FILE
000055         ASSIGN TO DYNAMIC LOAD-NAME
000055         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS LOAD-FILE-STATUS.
000055     SELECT REJECT-OUT-FILE
000055         ASSIGN TO DYNAMIC BUILD-NAME
000055         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS REJ-OUT-STATUS.
000055* WHO CHANGED WHAT - APPENDED TO BY EVERY CORRECTION SESSION
000055     SELECT CORR-LOG-FILE
000055         ASSIGN TO DISK
000055         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS CORR-LOG-STATUS.
000056*
000060 DATA DIVISION.
000061 FILE SECTION.
000062 FD BUILD-FILE
000063       LABEL RECORDS ARE STANDARD.
000065     01 BUILD-REC  PIC X(80).
000065 FD LOAD-FILE
000065       LABEL RECORDS ARE STANDARD.
000065     01 LOAD-REC  PIC X(150).
000065 FD REJECT-OUT-FILE
000065       LABEL RECORDS ARE STANDARD.
000065     01 REJECT-OUT-REC  PIC X(150).
000065 FD CORR-LOG-FILE
000065       LABEL RECORDS ARE STANDARD
000065       VALUE OF FILE-ID IS "corrlog.txt".
000065     01 CORR-LOG-REC  PIC X(168).
000066*
000070 WORKING-STORAGE SECTION.
000071* THE DATASETS ENTERED THIS SESSION - FOR LINE-MODE RECORDS THE
000089          07 DS-ANN-X   PIC S9(4).
000089          07 DS-ANN-Y   PIC S9(4).
000089          07 DS-ANN-TXT PIC X(12).
000089*      TRANSFORM RECORDS OF A FILE LOADED FOR CORRECTION - NOT
000089*      KEYED HERE, ONLY CARRIED THROUGH TO THE SAVED FILE
000089       05 DS-XF-CNT  PIC 9.
000089       05 DS-XF-TBL OCCURS 8.
000089          07 DS-XF-OP   PIC X.
000089          07 DS-XF-AXIS PIC X.
000089          07 DS-XF-A    PIC S9(3).
000089          07 DS-XF-B    PIC S9(3).
000089*      THE "REJECTED DATASET" REASON LINE OF A DATASET LOADED FROM
000089*      A REJECT FILE, WRITTEN BACK AHEAD OF IT ON SAVE SO A
000089*      RESUBMIT RUN CAN STILL TIE IT TO THE ORIGINAL REJECTION
000089       05 DS-REJ-LINE PIC X(150).
000090*
000091* THE OPTIONAL GRID CONTROL RECORD FOR THE FILE
000092 01 GRID-WANTED     PIC X      VALUE "N".
000154 01 ED-CNT          PIC Z9.
000155 01 ABS-VAL         PIC 9(4)   VALUE 0.
000156*
000156* THE FILE WRITTEN - input.txt FOR A NEW FILE, THE CLERK'S CHOICE
000156* WHEN A CORRECTED FILE IS SAVED
000156 01 BUILD-NAME      PIC X(30)  VALUE "input.txt".
000156 01 BUILD-FILE-STATUS PIC XX   VALUE SPACES.
000156 01 REJ-OUT-STATUS  PIC XX     VALUE SPACES.
000156*
000156* CORRECTING AN EXISTING FILE - THE FILE LOADED, WHETHER IT IS A
000156* PLOTTER INPUT FILE (I) OR A REJECT FILE (R), ITS FORMAT, AND THE
000156* CLERK WHOSE CHANGES GO TO THE CORRECTION LOG
000156 01 CORRECT-MODE    PIC X      VALUE "N".
000156 01 LOAD-NAME       PIC X(30)  VALUE SPACES.
000156 01 LOAD-TYPE       PIC X      VALUE "I".
000156 01 LOAD-FORMAT     PIC X      VALUE SPACE.
000156 01 LOAD-FILE-STATUS PIC XX    VALUE SPACES.
000156 01 LOAD-OK         PIC X      VALUE "N".
000156 01 CLERK-ID        PIC X(8)   VALUE SPACES.
000156 01 CORR-LOG-STATUS PIC XX     VALUE SPACES.
000156 01 SAVE-AS-REJECT  PIC X      VALUE "N".
000156 01 OUT-KIND        PIC X      VALUE "R".
000156 01 ITEM-KIND       PIC X      VALUE "R".
000156 01 OLD-TITLE       PIC X(20)  VALUE SPACES.
000156 01 REC-IMAGE       PIC X(36)  VALUE SPACES.
000156 01 ED-REC          PIC ZZ9.
000156 01 ED-LINE         PIC ZZZZ9.
000156 01 SH-I            PIC 9(3)   VALUE 0.
000156 01 XF-I            PIC 9      VALUE 0.
000156* LOADER STATE - "H" WHILE A HEADER (OR TITLE) IS EXPECTED, "B"
000156* INSIDE A DATASET. LD-LEFT COUNTS DOWN A FIXED-FORMAT HEADER'S
000156* POINT COUNT
000156 01 LD-STATE        PIC X      VALUE "H".
000156 01 LD-LEFT         PIC 99     VALUE 0.
000156 01 LD-KIND         PIC X      VALUE SPACE.
000156 01 LD-MARK         PIC X      VALUE SPACE.
000156 01 LD-FIRST        PIC X      VALUE "Y".
000156 01 LD-IMG          PIC X(80)  VALUE SPACES.
000156 01 LD-LINE-NO      PIC 9(5)   VALUE 0.
000156 01 LD-TITLE        PIC X(20)  VALUE SPACES.
000156 01 LD-TITLE-FLAG   PIC X      VALUE "N".
000156 01 LD-REJ-LINE     PIC X(150) VALUE SPACES.
000156 01 LD-TOO-BIG      PIC X      VALUE "N".
000156 01 LD-BAD-COUNT    PIC 9(3)   VALUE 0.
000156 01 LD-COMMAS       PIC 99     VALUE 0.
000156 01 LD-SGN          PIC X      VALUE SPACE.
000156 01 LD-2            PIC XX     VALUE SPACES.
000156 01 LD-2N REDEFINES LD-2 PIC 99.
000156 01 LD-3            PIC X(3)   VALUE SPACES.
000156 01 LD-3N REDEFINES LD-3 PIC 9(3).
000156 01 LF-FIELDS.
000156    03 LF-1         PIC X(20).
000156    03 LF-2         PIC X(20).
000156    03 LF-3         PIC X(20).
000156    03 LF-4         PIC X(20).
000156    03 LF-5         PIC X(20).
000156    03 LF-6         PIC X(20).
000156*
000156* ONE CORRECTION LOG LINE - ONE PER CHANGE, PLUS ONE WHEN THE FILE
000156* IS LOADED AND ONE WHEN IT IS SAVED OR ABANDONED
000156 01 CORR-LINE.
000156    03 CL-DATE      PIC X(8).
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-TIME      PIC X(6).
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-CLERK     PIC X(8).
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-FILE      PIC X(30).
000156    03 FILLER       PIC X(4)   VALUE " DS ".
000156    03 CL-DS        PIC 99.
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-KIND      PIC X(6).
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-REC       PIC X(3).
000156    03 FILLER       PIC X      VALUE SPACE.
000156    03 CL-ACTION    PIC X(6).
000156    03 FILLER       PIC X(9)   VALUE " BEFORE: ".
000156    03 CL-BEFORE    PIC X(36).
000156    03 FILLER       PIC X(8)   VALUE " AFTER: ".
000156    03 CL-AFTER     PIC X(36).
000156 01 CL-TIME-A       PIC X(8).
000156*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM - COLLECT, PREVIEW, WRITE
000190 MAIN-PARAGRAPH.
000191     DISPLAY "PLOT INPUT BUILDER".
000192     DISPLAY "EVERY ENTRY IS CHECKED AS THE BATCH PLOTTER WOULD".
000193     DISPLAY "CHECK IT, AND POINT COUNTS ARE COUNTED FOR YOU.".
000193     DISPLAY "LOAD AN EXISTING FILE TO CORRECT (Y/N)?".
000193     ACCEPT ANSWER.
000193     IF ANSWER = "Y" OR ANSWER = "y"
000193         GO TO CORRECT-FILE.
000194     GO TO ASK-GRID.
000195 ASK-GRID-EXIT.
000196     GO TO ENTER-DATASET.
000233     ADD 1 TO DS-TOTAL.
000234     MOVE DS-TOTAL TO DS-I.
000235     MOVE 0 TO DS-COUNT(DS-I).
000235     MOVE 0 TO DS-XF-CNT(DS-I).
000236 ASK-MODE.
000237     DISPLAY "MODE - L (LINES), C (CIRCLES), F (FILLED),".
000237     DISPLAY "       R (TREND FIT):".
000428 PV-DRAW-CIRCLES-EXIT.
000429     GO TO PV-SHOW.
000430 PV-SHOW-EXIT.
000430     IF CORRECT-MODE = "Y"
000430         GO TO CORRECT-MENU.
000431     GO TO PREVIEW-DATASET-EXIT.
000432*
000433* BLANK THE PREVIEW GRID AND DRAW THE AXES AND ORIGIN
000656* FIXED COLUMNS WHEN EVERYTHING FITS THE TWO-DIGIT LAYOUT,
000657* OTHERWISE THE COMMA-DELIMITED FORMAT THE PLOTTER DETECTS
000658 WRITE-BUILD-FILE.
000658     IF CORRECT-MODE = "Y"
000658         GO TO WRITE-CORRECTED-FORMAT.
000659     MOVE "F" TO OUT-FORMAT.
000660     IF NEEDS-CSV = "Y"
000661         MOVE "C" TO OUT-FORMAT
000667             MOVE "C" TO OUT-FORMAT
000668         END-IF
000669     END-IF.
000670 WRITE-BUILD-OPEN.
000670     IF SAVE-AS-REJECT = "Y"
000670         OPEN OUTPUT REJECT-OUT-FILE
000670         MOVE REJ-OUT-STATUS TO BUILD-FILE-STATUS
000670     ELSE
000670         OPEN OUTPUT BUILD-FILE.
000670     IF BUILD-FILE-STATUS NOT = "00"
000670         DISPLAY "ERROR: CANNOT OPEN " BUILD-NAME " - STATUS "
000670                 BUILD-FILE-STATUS
000670         IF CORRECT-MODE = "Y"
000670             GO TO CORRECT-MENU
000670         END-IF
000670         STOP RUN.
000671     IF GRID-WANTED = "Y"
000672         GO TO WRITE-GRID-REC.
000673 WRITE-GRID-REC-EXIT.
000678     ADD 1 TO DS-I.
000679     IF DS-I NOT > DS-TOTAL
000680         GO TO WRITE-DATASET-LOOP.
000681     IF SAVE-AS-REJECT = "Y"
000681         CLOSE REJECT-OUT-FILE
000681     ELSE
000681         CLOSE BUILD-FILE.
000681     IF CORRECT-MODE = "Y"
000681         GO TO CORRECT-SAVED.
000682     MOVE DS-TOTAL TO ED-CNT.
000683     DISPLAY "WROTE input.txt WITH " ED-CNT " DATASETS.".
000684     GO TO WRITE-BUILD-FILE-EXIT.
000697         MOVE "0" TO OUT-LINE(5:1)
000698         MOVE ED-2D TO OUT-LINE(6:2)
000699     END-IF.
000700     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000702     GO TO WRITE-GRID-REC-EXIT.
000703*
000704* ONE DATASET - TITLE RECORD IF A TITLE WAS GIVEN, THE HEADER
000705* WITH THE DERIVED COUNT AND ROUTE ID, THEN THE RECORDS
000706 WRITE-ONE-DATASET.
000706     IF SAVE-AS-REJECT = "Y"
000706         MOVE "Q" TO OUT-KIND
000706         PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000706     MOVE "T" TO OUT-KIND.
000707     IF DS-TITLE(DS-I) = SPACES
000708         GO TO WRITE-DS-HEADER.
000709     MOVE SPACES TO OUT-LINE.
000715         MOVE "T" TO OUT-LINE(1:1)
000716         MOVE DS-TITLE(DS-I) TO OUT-LINE(3:20)
000717     END-IF.
000718     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000720 WRITE-DS-HEADER.
000720     MOVE "H" TO OUT-KIND.
000721     MOVE SPACES TO OUT-LINE.
000721     MOVE DS-COUNT(DS-I) TO ED-2D.
000722     IF OUT-FORMAT = "C"
000732         MOVE DS-MODE(DS-I) TO OUT-LINE(9:1)
000733         MOVE DS-ROUTE(DS-I) TO OUT-LINE(11:8)
000734     END-IF.
000735     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000735     MOVE "R" TO OUT-KIND.
000735     PERFORM WRITE-XFORMS THRU WRITE-XFORMS-DONE.
000736* ANNOTATION RECORDS GO RIGHT AFTER THE HEADER, BEFORE THE
000736* POINTS, SO THE BATCH PARSER BANKS THEM INSIDE ITS POINT LOOP
000736     MOVE 0 TO ANN-I.
000736     MOVE ED-4D3(3:2) TO OUT-LINE(7:2).
000736     MOVE DS-ANN-TXT(DS-I, ANN-I) TO OUT-LINE(10:12).
000736 WRITE-ANNOT-PUT.
000736     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000736     GO TO WRITE-ANNOTS-LOOP.
000736 WRITE-ANNOTS-DONE.
000737     MOVE 1 TO REC-I.
000772     MOVE "." TO OUT-LINE(9:1).
000773     MOVE DS-SER(DS-I, REC-I) TO OUT-LINE(22:1).
000774 WRITE-POINT-PUT.
000775     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000777     GO TO WRITE-POINT-REC-EXIT.
000778*
000779 WRITE-CIRCLE-REC.
000811     MOVE DS-AEN(DS-I, REC-I) TO ED-3D2.
000812     MOVE ED-3D2 TO OUT-LINE(18:3).
000813 WRITE-CIRCLE-PUT.
000814     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000816     GO TO WRITE-CIRCLE-REC-EXIT.
000817*
000818* ONE RECORD TO THE FILE BEING WRITTEN - STRAIGHT TO BUILD-FILE,
000819* OR, WHEN A CORRECTED REJECT FILE IS BEING SAVED, TO
000820* REJECT-OUT-FILE UNDER THE SAME " TITLE:  "/" HEADER: "/
000821* " RECORD: " PREFIXES THE PLOTTER WRITES, SO A RESUBMIT RUN READS
000822* IT BACK EXACTLY AS IT READS THE PLOTTER'S OWN. OUT-KIND "Q" IS
000823* THE DATASET'S ORIGINAL "REJECTED DATASET" REASON LINE
000824 PUT-OUT-LINE.
000825     IF SAVE-AS-REJECT NOT = "Y"
000826         MOVE OUT-LINE TO BUILD-REC
000827         WRITE BUILD-REC
000828         GO TO PUT-OUT-LINE-DONE.
000829     MOVE SPACES TO REJECT-OUT-REC.
000830     IF OUT-KIND = "Q"
000831         MOVE DS-REJ-LINE(DS-I) TO REJECT-OUT-REC.
000832     IF OUT-KIND = "T"
000833         STRING " TITLE:  " OUT-LINE
000834             DELIMITED BY SIZE INTO REJECT-OUT-REC.
000835     IF OUT-KIND = "H"
000836         STRING " HEADER: " OUT-LINE
000837             DELIMITED BY SIZE INTO REJECT-OUT-REC.
000838     IF OUT-KIND = "R"
000839         STRING " RECORD: " OUT-LINE
000840             DELIMITED BY SIZE INTO REJECT-OUT-REC.
000841     WRITE REJECT-OUT-REC.
000842 PUT-OUT-LINE-DONE.
000843     EXIT.
000844*
000845* THE TRANSFORM RECORDS OF A LOADED DATASET, WRITTEN STRAIGHT
000846* AFTER ITS HEADER IN WHICHEVER FORMAT THE FILE IS BEING SAVED
000847 WRITE-XFORMS.
000848     MOVE 0 TO XF-I.
000849 WRITE-XFORMS-LOOP.
000850     IF XF-I NOT < DS-XF-CNT(DS-I)
000851         GO TO WRITE-XFORMS-DONE.
000852     ADD 1 TO XF-I.
000853     MOVE SPACES TO OUT-LINE.
000854     IF OUT-FORMAT = "C"
000855         GO TO WRITE-XFORM-CSV.
000856     MOVE "X" TO OUT-LINE(1:1).
000857     MOVE DS-XF-OP(DS-I, XF-I) TO OUT-LINE(2:1).
000858     IF DS-XF-OP(DS-I, XF-I) = "M"
000859         MOVE DS-XF-AXIS(DS-I, XF-I) TO OUT-LINE(4:1)
000860         GO TO WRITE-XFORM-PUT.
000861     IF DS-XF-A(DS-I, XF-I) < 0
000862         MOVE "-" TO OUT-LINE(4:1)
000863     ELSE
000864         MOVE "+" TO OUT-LINE(4:1).
000865     COMPUTE ABS-VAL = FUNCTION ABS(DS-XF-A(DS-I, XF-I)).
000866     MOVE ABS-VAL TO ED-4D3.
000867     MOVE ED-4D3(2:3) TO OUT-LINE(5:3).
000868     IF DS-XF-OP(DS-I, XF-I) NOT = "T"
000869         GO TO WRITE-XFORM-PUT.
000870     IF DS-XF-B(DS-I, XF-I) < 0
000871         MOVE "-" TO OUT-LINE(9:1)
000872     ELSE
000873         MOVE "+" TO OUT-LINE(9:1).
000874     COMPUTE ABS-VAL = FUNCTION ABS(DS-XF-B(DS-I, XF-I)).
000875     MOVE ABS-VAL TO ED-4D3.
000876     MOVE ED-4D3(2:3) TO OUT-LINE(10:3).
000877     GO TO WRITE-XFORM-PUT.
000878 WRITE-XFORM-CSV.
000879     MOVE DS-XF-A(DS-I, XF-I) TO ED-4D.
000880     MOVE DS-XF-B(DS-I, XF-I) TO ED-4D2.
000881     IF DS-XF-OP(DS-I, XF-I) = "M"
000882         STRING "X,M," DS-XF-AXIS(DS-I, XF-I)
000883             DELIMITED BY SIZE INTO OUT-LINE.
000884     IF DS-XF-OP(DS-I, XF-I) = "R"
000885         STRING "X,R," ED-4D
000886             DELIMITED BY SIZE INTO OUT-LINE.
000887     IF DS-XF-OP(DS-I, XF-I) = "T"
000888         STRING "X,T," ED-4D "," ED-4D2
000889             DELIMITED BY SIZE INTO OUT-LINE.
000890 WRITE-XFORM-PUT.
000891     PERFORM PUT-OUT-LINE THRU PUT-OUT-LINE-DONE.
000892     GO TO WRITE-XFORMS-LOOP.
000893 WRITE-XFORMS-DONE.
000894     EXIT.
000895*
000896* CORRECTING AN EXISTING FILE - LOAD A PLOTTER INPUT FILE (EITHER
000897* FORMAT) OR A PLOTTER REJECT FILE INTO DS-TABLE, LET THE CLERK
000898* LIST, AMEND, INSERT AND DELETE ITS RECORDS, ANNOTATIONS AND
000899* TITLES WITH THE SAME CHECKS AS FRESH ENTRY, PREVIEW IT, AND
000900* WRITE IT BACK IN THE SAME LAYOUT. EVERY CHANGE IS APPENDED TO
000901* THE CORRECTION LOG (corrlog.txt) WITH THE CLERK'S ID AND THE
000902* BEFORE AND AFTER VALUES, SO A CORRECTED RESUBMISSION HAS AN
000903* AUDIT TRAIL
000904 CORRECT-FILE.
000905     MOVE "Y" TO CORRECT-MODE.
000906 ASK-LOAD-NAME.
000907     DISPLAY "FILE TO CORRECT:".
000908     MOVE SPACES TO LOAD-NAME.
000909     ACCEPT LOAD-NAME.
000910     IF LOAD-NAME = SPACES
000911         DISPLAY "A FILE NAME IS REQUIRED"
000912         GO TO ASK-LOAD-NAME.
000913 ASK-LOAD-TYPE.
000914     DISPLAY "I (PLOTTER INPUT FILE) OR R (REJECT FILE)?".
000915     ACCEPT ANSWER.
000916     IF ANSWER = "i" MOVE "I" TO ANSWER.
000917     IF ANSWER = "r" MOVE "R" TO ANSWER.
000918     IF ANSWER NOT = "I" AND ANSWER NOT = "R"
000919         DISPLAY "PLEASE ENTER I OR R"
000920         GO TO ASK-LOAD-TYPE.
000921     MOVE ANSWER TO LOAD-TYPE.
000922     PERFORM LOAD-CORRECTION-FILE THRU LOAD-CORRECTION-FILE-DONE.
000923     IF LOAD-OK NOT = "Y"
000924         GO TO ASK-LOAD-NAME.
000925 ASK-CLERK.
000926     DISPLAY "YOUR USER ID (FOR THE CORRECTION LOG):".
000927     MOVE SPACES TO CLERK-ID.
000928     ACCEPT CLERK-ID.
000929     IF CLERK-ID = SPACES
000930         DISPLAY "A USER ID IS REQUIRED"
000931         GO TO ASK-CLERK.
000932* THE LOG IS KEPT ACROSS SESSIONS - CREATED ON FIRST USE
000933     OPEN EXTEND CORR-LOG-FILE.
000934     IF CORR-LOG-STATUS = "35"
000935         OPEN OUTPUT CORR-LOG-FILE.
000936     IF CORR-LOG-STATUS NOT = "00"
000937         DISPLAY "ERROR: CANNOT OPEN CORRECTION LOG - STATUS "
000938                 CORR-LOG-STATUS
000939         STOP RUN.
000940     MOVE 0 TO DS-I.
000941     MOVE "FILE" TO CL-KIND.
000942     MOVE "---" TO CL-REC.
000943     MOVE "LOAD" TO CL-ACTION.
000944     MOVE SPACES TO CL-BEFORE.
000945     MOVE DS-TOTAL TO ED-CNT.
000946     MOVE SPACES TO CL-AFTER.
000947     STRING ED-CNT " DATASET(S)" DELIMITED BY SIZE INTO CL-AFTER.
000948     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
000949     MOVE 1 TO DS-I.
000950*
000951* THE CORRECTION MENU - EVERY ACTION COMES BACK HERE
000952 CORRECT-MENU.
000953     DISPLAY " ".
000954     MOVE DS-COUNT(DS-I) TO ED-CNT.
000955     DISPLAY "DATASET " DS-I " OF " DS-TOTAL
000956             " - MODE " DS-MODE(DS-I)
000957             "  ROUTE " DS-ROUTE(DS-I) "  RECORDS " ED-CNT.
000958     IF DS-TITLE(DS-I) NOT = SPACES
000959         DISPLAY "TITLE: " DS-TITLE(DS-I).
000960     DISPLAY "L (LIST), S (SELECT DATASET), A (AMEND),".
000961     DISPLAY "I (INSERT), D (DELETE), T (TITLE), V (PREVIEW),".
000962     DISPLAY "W (SAVE), Q (QUIT WITHOUT SAVING):".
000963     ACCEPT ANSWER.
000964     IF ANSWER = "l" MOVE "L" TO ANSWER.
000965     IF ANSWER = "s" MOVE "S" TO ANSWER.
000966     IF ANSWER = "a" MOVE "A" TO ANSWER.
000967     IF ANSWER = "i" MOVE "I" TO ANSWER.
000968     IF ANSWER = "d" MOVE "D" TO ANSWER.
000969     IF ANSWER = "t" MOVE "T" TO ANSWER.
000970     IF ANSWER = "v" MOVE "V" TO ANSWER.
000971     IF ANSWER = "w" MOVE "W" TO ANSWER.
000972     IF ANSWER = "q" MOVE "Q" TO ANSWER.
000973     IF ANSWER = "L"
000974         PERFORM LIST-DATASET THRU LIST-DATASET-DONE
000975         GO TO CORRECT-MENU.
000976     IF ANSWER = "S"
000977         GO TO SELECT-DATASET.
000978     IF ANSWER = "A"
000979         PERFORM AMEND-ITEM THRU AMEND-ITEM-DONE
000980         GO TO CORRECT-MENU.
000981     IF ANSWER = "I"
000982         PERFORM INSERT-ITEM THRU INSERT-ITEM-DONE
000983         GO TO CORRECT-MENU.
000984     IF ANSWER = "D"
000985         PERFORM DELETE-ITEM THRU DELETE-ITEM-DONE
000986         GO TO CORRECT-MENU.
000987     IF ANSWER = "T"
000988         PERFORM CHANGE-TITLE THRU CHANGE-TITLE-DONE
000989         GO TO CORRECT-MENU.
000990     IF ANSWER = "V"
000991         GO TO CORRECT-PREVIEW.
000992     IF ANSWER = "W"
000993         GO TO SAVE-CORRECTED-FILE.
000994     IF ANSWER = "Q"
000995         GO TO QUIT-CORRECTION.
000996     DISPLAY "PLEASE ENTER L, S, A, I, D, T, V, W OR Q".
000997     GO TO CORRECT-MENU.
000998*
000999 SELECT-DATASET.
001000     MOVE DS-TOTAL TO ED-CNT.
001001     DISPLAY "DATASET NUMBER (1-" ED-CNT "):".
001002     MOVE 1 TO LIM-LO.
001003     MOVE DS-TOTAL TO LIM-HI.
001004     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001005     MOVE NUM-VALUE TO DS-I.
001006     GO TO CORRECT-MENU.
001007*
001008* THE SAME PREVIEW AS FRESH ENTRY (IT COMES BACK TO THE MENU IN
001009* CORRECTION MODE). TRANSFORMS ARE ONLY CARRIED, NOT DRAWN
001010 CORRECT-PREVIEW.
001011     IF DS-COUNT(DS-I) = 0
001012         DISPLAY "NOTHING TO PREVIEW - THE DATASET HAS NO RECORDS"
001013         GO TO CORRECT-MENU.
001014     IF DS-XF-CNT(DS-I) > 0
001015         DISPLAY "NOTE: THE DATASET'S TRANSFORMS ARE NOT APPLIED"
001016         DISPLAY "IN THE PREVIEW".
001017     GO TO PREVIEW-DATASET.
001018*
001019* EVERY RECORD, ANNOTATION AND TRANSFORM OF THE CURRENT DATASET,
001020* NUMBERED AS THE AMEND/INSERT/DELETE PROMPTS NUMBER THEM
001021 LIST-DATASET.
001022     IF DS-COUNT(DS-I) = 0
001023         DISPLAY "NO RECORDS"
001024         GO TO LIST-ANNOTS.
001025     MOVE 1 TO REC-I.
001026 LIST-RECORDS-LOOP.
001027     PERFORM FORMAT-REC-IMAGE THRU FORMAT-REC-IMAGE-DONE.
001028     MOVE REC-I TO ED-REC.
001029     DISPLAY "  " ED-REC "  " REC-IMAGE.
001030     ADD 1 TO REC-I.
001031     IF REC-I NOT > DS-COUNT(DS-I)
001032         GO TO LIST-RECORDS-LOOP.
001033 LIST-ANNOTS.
001034     IF DS-ANN-CNT(DS-I) = 0
001035         GO TO LIST-XFORMS.
001036     DISPLAY "ANNOTATIONS:".
001037     MOVE 1 TO ANN-I.
001038 LIST-ANNOTS-LOOP.
001039     PERFORM FORMAT-ANN-IMAGE THRU FORMAT-ANN-IMAGE-DONE.
001040     MOVE ANN-I TO ED-REC.
001041     DISPLAY "  " ED-REC "  " REC-IMAGE.
001042     ADD 1 TO ANN-I.
001043     IF ANN-I NOT > DS-ANN-CNT(DS-I)
001044         GO TO LIST-ANNOTS-LOOP.
001045 LIST-XFORMS.
001046     IF DS-XF-CNT(DS-I) > 0
001047         MOVE DS-XF-CNT(DS-I) TO ED-CNT
001048         DISPLAY "TRANSFORMS (CARRIED UNCHANGED): " ED-CNT.
001049 LIST-DATASET-DONE.
001050     EXIT.
001051*
001052* RECORD REC-I / ANNOTATION ANN-I OF THE CURRENT DATASET AS ONE
001053* LINE OF TEXT - FOR THE LISTING AND THE CORRECTION LOG
001054 FORMAT-REC-IMAGE.
001055     MOVE DS-X(DS-I, REC-I) TO ED-4D.
001056     MOVE DS-Y(DS-I, REC-I) TO ED-4D2.
001057     MOVE SPACES TO REC-IMAGE.
001058     IF DS-MODE(DS-I) = "C"
001059         MOVE DS-RAD(DS-I, REC-I) TO ED-4D4
001060         MOVE DS-AST(DS-I, REC-I) TO ED-3D
001061         MOVE DS-AEN(DS-I, REC-I) TO ED-3D2
001062         STRING "X=" ED-4D " Y=" ED-4D2 " R=" ED-4D4
001063                " ARC=" ED-3D "-" ED-3D2
001064             DELIMITED BY SIZE INTO REC-IMAGE
001065     ELSE
001066         STRING "X=" ED-4D " Y=" ED-4D2 " SERIES="
001067                DS-SER(DS-I, REC-I)
001068             DELIMITED BY SIZE INTO REC-IMAGE
001069     END-IF.
001070 FORMAT-REC-IMAGE-DONE.
001071     EXIT.
001072*
001073 FORMAT-ANN-IMAGE.
001074     MOVE DS-ANN-X(DS-I, ANN-I) TO ED-4D.
001075     MOVE DS-ANN-Y(DS-I, ANN-I) TO ED-4D2.
001076     MOVE SPACES TO REC-IMAGE.
001077     STRING "X=" ED-4D " Y=" ED-4D2 " " DS-ANN-TXT(DS-I, ANN-I)
001078         DELIMITED BY SIZE INTO REC-IMAGE.
001079 FORMAT-ANN-IMAGE-DONE.
001080     EXIT.
001081*
001082* WHICH KIND OF ITEM AN AMEND, INSERT OR DELETE APPLIES TO
001083 ASK-ITEM-KIND.
001084     DISPLAY "R (POINT/CIRCLE RECORD) OR N (ANNOTATION)?".
001085     ACCEPT ANSWER.
001086     IF ANSWER = "r" MOVE "R" TO ANSWER.
001087     IF ANSWER = "n" MOVE "N" TO ANSWER.
001088     IF ANSWER NOT = "R" AND ANSWER NOT = "N"
001089         DISPLAY "PLEASE ENTER R OR N"
001090         GO TO ASK-ITEM-KIND.
001091     MOVE ANSWER TO ITEM-KIND.
001092 ASK-ITEM-KIND-DONE.
001093     EXIT.
001094*
001095* RE-KEY ONE RECORD OR ANNOTATION IN PLACE
001096 AMEND-ITEM.
001097     PERFORM ASK-ITEM-KIND THRU ASK-ITEM-KIND-DONE.
001098     IF ITEM-KIND = "N"
001099         GO TO AMEND-ANNOT.
001100     IF DS-COUNT(DS-I) = 0
001101         DISPLAY "NO RECORDS TO AMEND"
001102         GO TO AMEND-ITEM-DONE.
001103     MOVE DS-COUNT(DS-I) TO ED-CNT.
001104     DISPLAY "RECORD NUMBER TO AMEND (1-" ED-CNT "):".
001105     MOVE 1 TO LIM-LO.
001106     MOVE DS-COUNT(DS-I) TO LIM-HI.
001107     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001108     MOVE NUM-VALUE TO REC-I.
001109     PERFORM FORMAT-REC-IMAGE THRU FORMAT-REC-IMAGE-DONE.
001110     DISPLAY "NOW: " REC-IMAGE.
001111     MOVE REC-IMAGE TO CL-BEFORE.
001112     PERFORM KEY-RECORD THRU KEY-RECORD-DONE.
001113     PERFORM FORMAT-REC-IMAGE THRU FORMAT-REC-IMAGE-DONE.
001114     MOVE REC-IMAGE TO CL-AFTER.
001115     MOVE "AMEND" TO CL-ACTION.
001116     PERFORM LOG-RECORD-CHANGE THRU LOG-RECORD-CHANGE-DONE.
001117     GO TO AMEND-ITEM-DONE.
001118 AMEND-ANNOT.
001119     IF DS-ANN-CNT(DS-I) = 0
001120         DISPLAY "NO ANNOTATIONS TO AMEND"
001121         GO TO AMEND-ITEM-DONE.
001122     MOVE DS-ANN-CNT(DS-I) TO ED-CNT.
001123     DISPLAY "ANNOTATION NUMBER TO AMEND (1-" ED-CNT "):".
001124     MOVE 1 TO LIM-LO.
001125     MOVE DS-ANN-CNT(DS-I) TO LIM-HI.
001126     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001127     MOVE NUM-VALUE TO ANN-I.
001128     PERFORM FORMAT-ANN-IMAGE THRU FORMAT-ANN-IMAGE-DONE.
001129     DISPLAY "NOW: " REC-IMAGE.
001130     MOVE REC-IMAGE TO CL-BEFORE.
001131     PERFORM KEY-ANNOT THRU KEY-ANNOT-DONE.
001132     PERFORM FORMAT-ANN-IMAGE THRU FORMAT-ANN-IMAGE-DONE.
001133     MOVE REC-IMAGE TO CL-AFTER.
001134     MOVE "AMEND" TO CL-ACTION.
001135     PERFORM LOG-ANNOT-CHANGE THRU LOG-ANNOT-CHANGE-DONE.
001136 AMEND-ITEM-DONE.
001137     EXIT.
001138*
001139* OPEN A SLOT AT THE CHOSEN POSITION AND KEY THE NEW ENTRY INTO IT
001140 INSERT-ITEM.
001141     PERFORM ASK-ITEM-KIND THRU ASK-ITEM-KIND-DONE.
001142     IF ITEM-KIND = "N"
001143         GO TO INSERT-ANNOT.
001144     IF DS-COUNT(DS-I) > 98
001145         DISPLAY "RECORD TABLE FULL (99)"
001146         GO TO INSERT-ITEM-DONE.
001147     COMPUTE LIM-HI = DS-COUNT(DS-I) + 1.
001148     MOVE LIM-HI TO ED-CNT.
001149     DISPLAY "INSERT AS RECORD NUMBER (1-" ED-CNT "):".
001150     MOVE 1 TO LIM-LO.
001151     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001152     MOVE NUM-VALUE TO REC-I.
001153     PERFORM SHIFT-RECORDS-UP THRU SHIFT-RECORDS-UP-DONE.
001154     ADD 1 TO DS-COUNT(DS-I).
001155     PERFORM KEY-RECORD THRU KEY-RECORD-DONE.
001156     PERFORM FORMAT-REC-IMAGE THRU FORMAT-REC-IMAGE-DONE.
001157     MOVE "(NONE)" TO CL-BEFORE.
001158     MOVE REC-IMAGE TO CL-AFTER.
001159     MOVE "INSERT" TO CL-ACTION.
001160     PERFORM LOG-RECORD-CHANGE THRU LOG-RECORD-CHANGE-DONE.
001161     GO TO INSERT-ITEM-DONE.
001162 INSERT-ANNOT.
001163     IF DS-ANN-CNT(DS-I) > 19
001164         DISPLAY "ANNOTATION TABLE FULL (20)"
001165         GO TO INSERT-ITEM-DONE.
001166     COMPUTE LIM-HI = DS-ANN-CNT(DS-I) + 1.
001167     MOVE LIM-HI TO ED-CNT.
001168     DISPLAY "INSERT AS ANNOTATION NUMBER (1-" ED-CNT "):".
001169     MOVE 1 TO LIM-LO.
001170     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001171     MOVE NUM-VALUE TO ANN-I.
001172     PERFORM SHIFT-ANNOTS-UP THRU SHIFT-ANNOTS-UP-DONE.
001173     ADD 1 TO DS-ANN-CNT(DS-I).
001174     PERFORM KEY-ANNOT THRU KEY-ANNOT-DONE.
001175     PERFORM FORMAT-ANN-IMAGE THRU FORMAT-ANN-IMAGE-DONE.
001176     MOVE "(NONE)" TO CL-BEFORE.
001177     MOVE REC-IMAGE TO CL-AFTER.
001178     MOVE "INSERT" TO CL-ACTION.
001179     PERFORM LOG-ANNOT-CHANGE THRU LOG-ANNOT-CHANGE-DONE.
001180 INSERT-ITEM-DONE.
001181     EXIT.
001182*
001183* REMOVE ONE ENTRY AND CLOSE THE GAP - A DATASET MUST KEEP THE
001184* RECORDS FRESH ENTRY INSISTS ON (ONE, OR THREE FOR A FILL)
001185 DELETE-ITEM.
001186     PERFORM ASK-ITEM-KIND THRU ASK-ITEM-KIND-DONE.
001187     IF ITEM-KIND = "N"
001188         GO TO DELETE-ANNOT.
001189     IF DS-COUNT(DS-I) < 2
001190         DISPLAY "A DATASET NEEDS AT LEAST ONE RECORD"
001191         GO TO DELETE-ITEM-DONE.
001192     IF DS-MODE(DS-I) = "F" AND DS-COUNT(DS-I) < 4
001193         DISPLAY "A FILLED POLYGON NEEDS AT LEAST 3 POINTS"
001194         GO TO DELETE-ITEM-DONE.
001195     MOVE DS-COUNT(DS-I) TO ED-CNT.
001196     DISPLAY "RECORD NUMBER TO DELETE (1-" ED-CNT "):".
001197     MOVE 1 TO LIM-LO.
001198     MOVE DS-COUNT(DS-I) TO LIM-HI.
001199     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001200     MOVE NUM-VALUE TO REC-I.
001201     PERFORM FORMAT-REC-IMAGE THRU FORMAT-REC-IMAGE-DONE.
001202     DISPLAY "DELETE " REC-IMAGE " (Y/N)?".
001203     ACCEPT ANSWER.
001204     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
001205         GO TO DELETE-ITEM-DONE.
001206     MOVE REC-IMAGE TO CL-BEFORE.
001207     PERFORM SHIFT-RECORDS-DOWN THRU SHIFT-RECORDS-DOWN-DONE.
001208     SUBTRACT 1 FROM DS-COUNT(DS-I).
001209     MOVE "(NONE)" TO CL-AFTER.
001210     MOVE "DELETE" TO CL-ACTION.
001211     PERFORM LOG-RECORD-CHANGE THRU LOG-RECORD-CHANGE-DONE.
001212     GO TO DELETE-ITEM-DONE.
001213 DELETE-ANNOT.
001214     IF DS-ANN-CNT(DS-I) = 0
001215         DISPLAY "NO ANNOTATIONS TO DELETE"
001216         GO TO DELETE-ITEM-DONE.
001217     MOVE DS-ANN-CNT(DS-I) TO ED-CNT.
001218     DISPLAY "ANNOTATION NUMBER TO DELETE (1-" ED-CNT "):".
001219     MOVE 1 TO LIM-LO.
001220     MOVE DS-ANN-CNT(DS-I) TO LIM-HI.
001221     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001222     MOVE NUM-VALUE TO ANN-I.
001223     PERFORM FORMAT-ANN-IMAGE THRU FORMAT-ANN-IMAGE-DONE.
001224     DISPLAY "DELETE " REC-IMAGE " (Y/N)?".
001225     ACCEPT ANSWER.
001226     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
001227         GO TO DELETE-ITEM-DONE.
001228     MOVE REC-IMAGE TO CL-BEFORE.
001229     PERFORM SHIFT-ANNOTS-DOWN THRU SHIFT-ANNOTS-DOWN-DONE.
001230     SUBTRACT 1 FROM DS-ANN-CNT(DS-I).
001231     MOVE "(NONE)" TO CL-AFTER.
001232     MOVE "DELETE" TO CL-ACTION.
001233     PERFORM LOG-ANNOT-CHANGE THRU LOG-ANNOT-CHANGE-DONE.
001234 DELETE-ITEM-DONE.
001235     EXIT.
001236*
001237* A NEW TITLE ADDS ONE, A BLANK ONE REMOVES IT
001238 CHANGE-TITLE.
001239     IF DS-TITLE(DS-I) = SPACES
001240         DISPLAY "THE DATASET HAS NO TITLE"
001241     ELSE
001242         DISPLAY "TITLE NOW: " DS-TITLE(DS-I).
001243     DISPLAY "NEW TITLE (UP TO 20 CHARACTERS, BLANK FOR NONE):".
001244     ACCEPT RAW-INPUT.
001245     MOVE DS-TITLE(DS-I) TO OLD-TITLE.
001246     MOVE RAW-INPUT TO DS-TITLE(DS-I).
001247     IF DS-TITLE(DS-I) = OLD-TITLE
001248         DISPLAY "TITLE UNCHANGED"
001249         GO TO CHANGE-TITLE-DONE.
001250     MOVE "AMEND" TO CL-ACTION.
001251     MOVE OLD-TITLE TO CL-BEFORE.
001252     MOVE DS-TITLE(DS-I) TO CL-AFTER.
001253     IF OLD-TITLE = SPACES
001254         MOVE "INSERT" TO CL-ACTION
001255         MOVE "(NONE)" TO CL-BEFORE.
001256     IF DS-TITLE(DS-I) = SPACES
001257         MOVE "DELETE" TO CL-ACTION
001258         MOVE "(NONE)" TO CL-AFTER.
001259     MOVE "TITLE" TO CL-KIND.
001260     MOVE "---" TO CL-REC.
001261     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
001262 CHANGE-TITLE-DONE.
001263     EXIT.
001264*
001265* MAKE ROOM AT REC-I / ANN-I, OR CLOSE THE GAP LEFT THERE
001266 SHIFT-RECORDS-UP.
001267     MOVE DS-COUNT(DS-I) TO SH-I.
001268 SHIFT-RECORDS-UP-LOOP.
001269     IF SH-I < REC-I
001270         GO TO SHIFT-RECORDS-UP-DONE.
001271     MOVE DS-REC-TBL(DS-I, SH-I) TO DS-REC-TBL(DS-I, SH-I + 1).
001272     SUBTRACT 1 FROM SH-I.
001273     GO TO SHIFT-RECORDS-UP-LOOP.
001274 SHIFT-RECORDS-UP-DONE.
001275     EXIT.
001276*
001277 SHIFT-RECORDS-DOWN.
001278     MOVE REC-I TO SH-I.
001279 SHIFT-RECORDS-DOWN-LOOP.
001280     IF SH-I NOT < DS-COUNT(DS-I)
001281         GO TO SHIFT-RECORDS-DOWN-DONE.
001282     MOVE DS-REC-TBL(DS-I, SH-I + 1) TO DS-REC-TBL(DS-I, SH-I).
001283     ADD 1 TO SH-I.
001284     GO TO SHIFT-RECORDS-DOWN-LOOP.
001285 SHIFT-RECORDS-DOWN-DONE.
001286     EXIT.
001287*
001288 SHIFT-ANNOTS-UP.
001289     MOVE DS-ANN-CNT(DS-I) TO SH-I.
001290 SHIFT-ANNOTS-UP-LOOP.
001291     IF SH-I < ANN-I
001292         GO TO SHIFT-ANNOTS-UP-DONE.
001293     MOVE DS-ANN-TBL(DS-I, SH-I) TO DS-ANN-TBL(DS-I, SH-I + 1).
001294     SUBTRACT 1 FROM SH-I.
001295     GO TO SHIFT-ANNOTS-UP-LOOP.
001296 SHIFT-ANNOTS-UP-DONE.
001297     EXIT.
001298*
001299 SHIFT-ANNOTS-DOWN.
001300     MOVE ANN-I TO SH-I.
001301 SHIFT-ANNOTS-DOWN-LOOP.
001302     IF SH-I NOT < DS-ANN-CNT(DS-I)
001303         GO TO SHIFT-ANNOTS-DOWN-DONE.
001304     MOVE DS-ANN-TBL(DS-I, SH-I + 1) TO DS-ANN-TBL(DS-I, SH-I).
001305     ADD 1 TO SH-I.
001306     GO TO SHIFT-ANNOTS-DOWN-LOOP.
001307 SHIFT-ANNOTS-DOWN-DONE.
001308     EXIT.
001309*
001310* KEY RECORD REC-I OF THE CURRENT DATASET WITH THE SAME PROMPTS,
001311* RANGES AND DEFAULTS AS ENTER-POINTS / ENTER-CIRCLES
001312 KEY-RECORD.
001313     IF DS-MODE(DS-I) = "C"
001314         GO TO KEY-CIRCLE.
001315     DISPLAY "POINT " REC-I " X (-9999..9999):".
001316     MOVE -9999 TO LIM-LO.
001317     MOVE 9999 TO LIM-HI.
001318     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001319     MOVE NUM-VALUE TO DS-X(DS-I, REC-I).
001320     DISPLAY "POINT " REC-I " Y (-9999..9999):".
001321     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001322     MOVE NUM-VALUE TO DS-Y(DS-I, REC-I).
001323     DISPLAY "POINT " REC-I " SERIES (1-9, BLANK FOR 1):".
001324     ACCEPT RAW-INPUT.
001325     IF RAW-INPUT = SPACES
001326         MOVE 1 TO DS-SER(DS-I, REC-I)
001327     ELSE
001328         IF RAW-INPUT(1:1) < "1" OR RAW-INPUT(1:1) > "9"
001329             DISPLAY "SERIES MUST BE 1-9 - USING 1"
001330             MOVE 1 TO DS-SER(DS-I, REC-I)
001331         ELSE
001332             MOVE RAW-INPUT(1:1) TO DS-SER(DS-I, REC-I)
001333         END-IF
001334     END-IF.
001335     MOVE 0 TO DS-RAD(DS-I, REC-I).
001336     MOVE 0 TO DS-AST(DS-I, REC-I).
001337     MOVE 0 TO DS-AEN(DS-I, REC-I).
001338     IF DS-X(DS-I, REC-I) > 99 OR DS-X(DS-I, REC-I) < -99
001339        OR DS-Y(DS-I, REC-I) > 99 OR DS-Y(DS-I, REC-I) < -99
001340         MOVE "Y" TO NEEDS-CSV.
001341     GO TO KEY-RECORD-DONE.
001342 KEY-CIRCLE.
001343     DISPLAY "CIRCLE " REC-I " CENTER X (-9999..9999):".
001344     MOVE -9999 TO LIM-LO.
001345     MOVE 9999 TO LIM-HI.
001346     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001347     MOVE NUM-VALUE TO DS-X(DS-I, REC-I).
001348     DISPLAY "CIRCLE " REC-I " CENTER Y (-9999..9999):".
001349     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001350     MOVE NUM-VALUE TO DS-Y(DS-I, REC-I).
001351     DISPLAY "CIRCLE " REC-I " RADIUS (0-9999):".
001352     MOVE 0 TO LIM-LO.
001353     MOVE 9999 TO LIM-HI.
001354     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001355     MOVE NUM-VALUE TO DS-RAD(DS-I, REC-I).
001356     DISPLAY "CIRCLE " REC-I " ARC START DEGREES (0-360):".
001357     MOVE 0 TO LIM-LO.
001358     MOVE 360 TO LIM-HI.
001359     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001360     MOVE NUM-VALUE TO DS-AST(DS-I, REC-I).
001361     DISPLAY "CIRCLE " REC-I " ARC END DEGREES (0-360):".
001362     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001363     MOVE NUM-VALUE TO DS-AEN(DS-I, REC-I).
001364     MOVE 0 TO DS-SER(DS-I, REC-I).
001365     IF DS-X(DS-I, REC-I) > 99 OR DS-X(DS-I, REC-I) < -99
001366        OR DS-Y(DS-I, REC-I) > 99 OR DS-Y(DS-I, REC-I) < -99
001367        OR DS-RAD(DS-I, REC-I) > 99
001368         MOVE "Y" TO NEEDS-CSV.
001369 KEY-RECORD-DONE.
001370     EXIT.
001371*
001372* KEY ANNOTATION ANN-I AS ENTER-ANNOTS DOES
001373 KEY-ANNOT.
001374     DISPLAY "ANNOTATION " ANN-I " X (-9999..9999):".
001375     MOVE -9999 TO LIM-LO.
001376     MOVE 9999 TO LIM-HI.
001377     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001378     MOVE NUM-VALUE TO DS-ANN-X(DS-I, ANN-I).
001379     DISPLAY "ANNOTATION " ANN-I " Y (-9999..9999):".
001380     PERFORM GET-NUMBER THRU GET-NUMBER-DONE.
001381     MOVE NUM-VALUE TO DS-ANN-Y(DS-I, ANN-I).
001382     DISPLAY "CAPTION (UP TO 12 CHARACTERS):".
001383     ACCEPT RAW-INPUT.
001384     MOVE RAW-INPUT(1:12) TO DS-ANN-TXT(DS-I, ANN-I).
001385     IF DS-ANN-X(DS-I, ANN-I) > 99
001386        OR DS-ANN-X(DS-I, ANN-I) < -99
001387        OR DS-ANN-Y(DS-I, ANN-I) > 99
001388        OR DS-ANN-Y(DS-I, ANN-I) < -99
001389         MOVE "Y" TO NEEDS-CSV.
001390 KEY-ANNOT-DONE.
001391     EXIT.
001392*
001393* ONE CORRECTION LOG LINE FOR A RECORD OR AN ANNOTATION - THE
001394* CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER IMAGES
001395 LOG-RECORD-CHANGE.
001396     MOVE "POINT" TO CL-KIND.
001397     IF DS-MODE(DS-I) = "C"
001398         MOVE "CIRCLE" TO CL-KIND.
001399     MOVE REC-I TO CL-REC.
001400     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
001401 LOG-RECORD-CHANGE-DONE.
001402     EXIT.
001403*
001404 LOG-ANNOT-CHANGE.
001405     MOVE "ANNOT" TO CL-KIND.
001406     MOVE ANN-I TO ED-3D.
001407     MOVE ED-3D TO CL-REC.
001408     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
001409 LOG-ANNOT-CHANGE-DONE.
001410     EXIT.
001411*
001412* STAMP AND WRITE THE LOG LINE - WHO, WHEN, WHICH FILE AND DATASET
001413 WRITE-CORR-LOG.
001414     ACCEPT CL-DATE FROM DATE YYYYMMDD.
001415     ACCEPT CL-TIME-A FROM TIME.
001416     MOVE CL-TIME-A(1:6) TO CL-TIME.
001417     MOVE CLERK-ID TO CL-CLERK.
001418     MOVE LOAD-NAME TO CL-FILE.
001419     MOVE DS-I TO CL-DS.
001420     MOVE CORR-LINE TO CORR-LOG-REC.
001421     WRITE CORR-LOG-REC.
001422 WRITE-CORR-LOG-DONE.
001423     EXIT.
001424*
001425* SAVE - EVERY DATASET MUST STILL PASS FRESH ENTRY'S MINIMUMS. THE
001426* FILE IS WRITTEN BY WRITE-BUILD-FILE, IN ITS ORIGINAL FORMAT
001427* (CSV IF A CORRECTION NEEDS WIDER FIELDS) AND, FOR A REJECT FILE,
001428* IN THE REJECT FILE'S OWN LAYOUT
001429 SAVE-CORRECTED-FILE.
001430     MOVE 1 TO SH-I.
001431 SAVE-CHECK-LOOP.
001432     MOVE SH-I TO ED-CNT.
001433     IF DS-COUNT(SH-I) = 0
001434         DISPLAY "DATASET " ED-CNT " HAS NO RECORDS - INSERT ONE "
001435                 "BEFORE SAVING"
001436         GO TO CORRECT-MENU.
001437     IF DS-MODE(SH-I) = "F" AND DS-COUNT(SH-I) < 3
001438         DISPLAY "DATASET " ED-CNT " IS A FILLED POLYGON WITH "
001439                 "FEWER THAN 3 POINTS"
001440         GO TO CORRECT-MENU.
001441     ADD 1 TO SH-I.
001442     IF SH-I NOT > DS-TOTAL
001443         GO TO SAVE-CHECK-LOOP.
001444     DISPLAY "SAVE AS (BLANK TO REPLACE THE FILE LOADED):".
001445     MOVE SPACES TO BUILD-NAME.
001446     ACCEPT BUILD-NAME.
001447     IF BUILD-NAME = SPACES
001448         MOVE LOAD-NAME TO BUILD-NAME.
001449     MOVE "N" TO SAVE-AS-REJECT.
001450     IF LOAD-TYPE = "R"
001451         MOVE "Y" TO SAVE-AS-REJECT.
001452     GO TO WRITE-BUILD-FILE.
001453*
001454 WRITE-CORRECTED-FORMAT.
001455     MOVE LOAD-FORMAT TO OUT-FORMAT.
001456     IF NEEDS-CSV = "Y" AND LOAD-FORMAT = "F"
001457         MOVE "C" TO OUT-FORMAT
001458         DISPLAY "VALUES NEED MORE THAN 2 DIGITS - WRITING CSV".
001459     GO TO WRITE-BUILD-OPEN.
001460*
001461 CORRECT-SAVED.
001462     MOVE DS-TOTAL TO ED-CNT.
001463     DISPLAY "SAVED " ED-CNT " DATASET(S) TO " BUILD-NAME.
001464     MOVE 0 TO DS-I.
001465     MOVE "FILE" TO CL-KIND.
001466     MOVE "---" TO CL-REC.
001467     MOVE "SAVE" TO CL-ACTION.
001468     MOVE SPACES TO CL-BEFORE.
001469     MOVE BUILD-NAME TO CL-AFTER.
001470     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
001471     CLOSE CORR-LOG-FILE.
001472     STOP RUN.
001473*
001474 QUIT-CORRECTION.
001475     DISPLAY "QUIT WITHOUT SAVING - CHANGES ARE LOST (Y/N)?".
001476     ACCEPT ANSWER.
001477     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
001478         GO TO CORRECT-MENU.
001479     MOVE 0 TO DS-I.
001480     MOVE "FILE" TO CL-KIND.
001481     MOVE "---" TO CL-REC.
001482     MOVE "QUIT" TO CL-ACTION.
001483     MOVE SPACES TO CL-BEFORE.
001484     MOVE "NOT SAVED" TO CL-AFTER.
001485     PERFORM WRITE-CORR-LOG THRU WRITE-CORR-LOG-DONE.
001486     CLOSE CORR-LOG-FILE.
001487     STOP RUN.
001488*
001489* READ THE FILE TO BE CORRECTED INTO DS-TABLE. A REJECT FILE ONLY
001490* CONTRIBUTES ITS "REJECTED DATASET" REASON LINES AND ITS RAW
001491* " TITLE:  "/" HEADER: "/" RECORD: " IMAGES, AS THE PLOTTER'S
001492* BUILD-RESUBMIT-FILE READS IT. THE FORMAT IS SETTLED BY THE FIRST
001493* RECORD (A COMMA MEANS CSV), AS THE PLOTTER SETTLES IT. A FILE
001494* BIGGER THAN DS-TABLE IS REFUSED RATHER THAN CUT SHORT, SINCE
001495* SAVING A PART OF IT WOULD LOSE THE REST
001496 LOAD-CORRECTION-FILE.
001497     MOVE "N" TO LOAD-OK.
001498     MOVE 0 TO DS-TOTAL.
001499     MOVE 0 TO DS-I.
001500     MOVE "N" TO GRID-WANTED.
001501     MOVE "N" TO NEEDS-CSV.
001502     MOVE SPACE TO LOAD-FORMAT.
001503     MOVE "H" TO LD-STATE.
001504     MOVE 0 TO LD-LEFT.
001505     MOVE 0 TO LD-LINE-NO.
001506     MOVE 0 TO LD-BAD-COUNT.
001507     MOVE "N" TO LD-TITLE-FLAG.
001508     MOVE SPACES TO LD-REJ-LINE.
001509     MOVE "N" TO LD-TOO-BIG.
001510     OPEN INPUT LOAD-FILE.
001511     IF LOAD-FILE-STATUS NOT = "00"
001512         DISPLAY "ERROR: CANNOT OPEN " LOAD-NAME " - STATUS "
001513                 LOAD-FILE-STATUS
001514         GO TO LOAD-CORRECTION-FILE-DONE.
001515 LOAD-READ-LOOP.
001516     READ LOAD-FILE
001517         AT END GO TO LOAD-READ-END
001518     END-READ.
001519     ADD 1 TO LD-LINE-NO.
001520     MOVE LOAD-REC(1:80) TO LD-IMG.
001521     MOVE SPACE TO LD-KIND.
001522     IF LOAD-TYPE = "R"
001523         PERFORM LOAD-REJECT-LINE THRU LOAD-REJECT-LINE-DONE
001524         IF LD-KIND = SPACE
001525             GO TO LOAD-READ-LOOP
001526         END-IF
001527     END-IF.
001528     IF LD-IMG = SPACES
001529         GO TO LOAD-READ-LOOP.
001530     IF LOAD-FORMAT = SPACE
001531         PERFORM LOAD-SET-FORMAT THRU LOAD-SET-FORMAT-DONE.
001532     IF LOAD-FORMAT = "C"
001533         MOVE SPACES TO LF-FIELDS
001534         UNSTRING LD-IMG DELIMITED BY ","
001535             INTO LF-1 LF-2 LF-3 LF-4 LF-5 LF-6.
001536* AN OPTIONAL GRID CONTROL RECORD CAN ONLY OPEN AN INPUT FILE
001537     IF LD-FIRST = "Y" AND LOAD-TYPE = "I" AND LD-IMG(1:1) = "G"
001538         MOVE "N" TO LD-FIRST
001539         PERFORM LOAD-GRID-REC THRU LOAD-GRID-REC-DONE
001540         GO TO LOAD-READ-LOOP.
001541     MOVE "N" TO LD-FIRST.
001542     IF LOAD-TYPE = "I"
001543         PERFORM CLASSIFY-INPUT-LINE
001544             THRU CLASSIFY-INPUT-LINE-DONE.
001545     IF LD-KIND = "H"
001546         PERFORM LOAD-HEADER THRU LOAD-HEADER-DONE.
001547     IF LD-KIND = "T"
001548         MOVE LD-IMG(3:20) TO LD-TITLE
001549         MOVE "Y" TO LD-TITLE-FLAG
001550         MOVE "H" TO LD-STATE.
001551     IF LD-KIND = "R"
001552         PERFORM LOAD-BODY THRU LOAD-BODY-DONE.
001553     IF LD-KIND = "Z"
001554         MOVE LD-LINE-NO TO ED-LINE
001555         DISPLAY "NOTICE: UPSTREAM TRAILER ON LINE " ED-LINE
001556                 " DROPPED - IT CANNOT COVER A CORRECTED FILE".
001557     IF LD-TOO-BIG = "Y"
001558         GO TO LOAD-READ-END.
001559     GO TO LOAD-READ-LOOP.
001560 LOAD-READ-END.
001561     CLOSE LOAD-FILE.
001562     IF LD-TOO-BIG = "Y"
001563         DISPLAY "ERROR: FILE TOO LARGE TO CORRECT HERE"
001564         DISPLAY "(AT MOST 10 DATASETS, AND 99 RECORDS, 20"
001565         DISPLAY "ANNOTATIONS AND 8 TRANSFORMS IN A DATASET)"
001566         GO TO LOAD-CORRECTION-FILE-DONE.
001567     IF DS-TOTAL = 0
001568         DISPLAY "NO DATASETS FOUND IN " LOAD-NAME
001569         GO TO LOAD-CORRECTION-FILE-DONE.
001570     MOVE "Y" TO LOAD-OK.
001571     MOVE DS-TOTAL TO ED-CNT.
001572     IF LOAD-FORMAT = "C"
001573         DISPLAY "LOADED " ED-CNT " DATASET(S) - CSV FORMAT"
001574     ELSE
001575         DISPLAY "LOADED " ED-CNT " DATASET(S) - FIXED COLUMNS".
001576     IF LD-BAD-COUNT > 0
001577         MOVE LD-BAD-COUNT TO ED-LINE
001578         DISPLAY ED-LINE " VALUE(S) COULD NOT BE READ AND ARE 0 -"
001579         DISPLAY "AMEND THEM BEFORE SAVING".
001580 LOAD-CORRECTION-FILE-DONE.
001581     EXIT.
001582*
001583* ONLY THE PREFIXED IMAGE LINES OF A REJECT FILE ARE DATA - THE
001584* REASON LINE IS KEPT FOR THE DATASET IT INTRODUCES
001585 LOAD-REJECT-LINE.
001586     IF LOAD-REC(1:17) = "REJECTED DATASET "
001587         MOVE LOAD-REC TO LD-REJ-LINE
001588         GO TO LOAD-REJECT-LINE-DONE.
001589     IF LOAD-REC(1:9) = " HEADER: "
001590         MOVE "H" TO LD-KIND.
001591     IF LOAD-REC(1:9) = " TITLE:  "
001592         MOVE "T" TO LD-KIND.
001593     IF LOAD-REC(1:9) = " RECORD: "
001594         MOVE "R" TO LD-KIND.
001595     MOVE LOAD-REC(10:80) TO LD-IMG.
001596 LOAD-REJECT-LINE-DONE.
001597     EXIT.
001598*
001599 LOAD-SET-FORMAT.
001600     MOVE "Y" TO LD-FIRST.
001601     MOVE 0 TO LD-COMMAS.
001602     INSPECT LD-IMG TALLYING LD-COMMAS FOR ALL ",".
001603     MOVE "F" TO LOAD-FORMAT.
001604     IF LD-COMMAS > 0
001605         MOVE "C" TO LOAD-FORMAT.
001606 LOAD-SET-FORMAT-DONE.
001607     EXIT.
001608*
001609* IN AN INPUT FILE THE KIND OF A RECORD DEPENDS ON WHERE IT FALLS.
001610* FIXED FORMAT - WHILE A HEADER IS EXPECTED, "T" IS A TITLE, "Z"
001611* THE UPSTREAM TRAILER AND ANYTHING ELSE THE HEADER; AFTER IT, THE
001612* HEADER'S COUNT OF RECORDS FOLLOWS, UNLESS A HEADER OR TITLE
001612* TURNS UP EARLY (A PLOT MODE IN COLUMN 9, OR "T" IN COLUMN 1, AS
001612* THE PLOTTER TESTS FOR IT) - THEN THE DATASET BEFORE IT WAS SHORT
001612* AND THE CLERK IS TOLD. CSV - THE FIRST FIELD SAYS
001613 CLASSIFY-INPUT-LINE.
001614     IF LOAD-FORMAT = "C"
001615         GO TO CLASSIFY-CSV-LINE.
001616     MOVE "R" TO LD-KIND.
001616     IF LD-STATE NOT = "B"
001616         GO TO CLASSIFY-INPUT-HEAD.
001616     IF LD-IMG(9:1) NOT = "L" AND LD-IMG(9:1) NOT = "C"
001616        AND LD-IMG(9:1) NOT = "F" AND LD-IMG(9:1) NOT = "R"
001616        AND LD-IMG(1:1) NOT = "T"
001616         GO TO CLASSIFY-INPUT-LINE-DONE.
001616     MOVE DS-TOTAL TO ED-REC.
001616     MOVE LD-LEFT TO ED-CNT.
001616     MOVE LD-LINE-NO TO ED-LINE.
001616     DISPLAY "NOTICE: DATASET " ED-REC " IS SHORT " ED-CNT
001616             " RECORD(S) - A NEW DATASET STARTS ON LINE " ED-LINE.
001616     MOVE "H" TO LD-STATE.
001616     MOVE 0 TO LD-LEFT.
001616 CLASSIFY-INPUT-HEAD.
001619     MOVE "H" TO LD-KIND.
001620     IF LD-IMG(1:1) = "T"
001621         MOVE "T" TO LD-KIND.
001622     IF LD-IMG(1:1) = "Z"
001623         MOVE "Z" TO LD-KIND.
001624     GO TO CLASSIFY-INPUT-LINE-DONE.
001625 CLASSIFY-CSV-LINE.
001626     MOVE "R" TO LD-KIND.
001627     IF LF-1(1:1) = "H"
001628         MOVE "H" TO LD-KIND.
001629     IF LF-1(1:1) = "T"
001630         MOVE "T" TO LD-KIND.
001631     IF LF-1(1:1) = "Z"
001632         MOVE "Z" TO LD-KIND.
001633 CLASSIFY-INPUT-LINE-DONE.
001634     EXIT.
001635*
001636 LOAD-GRID-REC.
001637     MOVE "Y" TO GRID-WANTED.
001638     IF LOAD-FORMAT = "C"
001639         MOVE LF-2 TO RAW-INPUT
001640     ELSE
001641         MOVE LD-IMG(2:3) TO RAW-INPUT.
001642     MOVE 10 TO LIM-LO.
001643     MOVE 132 TO LIM-HI.
001644     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
001645     IF NUM-OK = "Y"
001646         MOVE NUM-VALUE TO GRID-COLS
001647     ELSE
001648         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE.
001649     IF LOAD-FORMAT = "C"
001650         MOVE LF-3 TO RAW-INPUT
001651     ELSE
001652         MOVE LD-IMG(5:3) TO RAW-INPUT.
001653     MOVE 5 TO LIM-LO.
001654     MOVE 50 TO LIM-HI.
001655     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
001656     IF NUM-OK = "Y"
001657         MOVE NUM-VALUE TO GRID-ROWS
001658     ELSE
001659         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE.
001660 LOAD-GRID-REC-DONE.
001661     EXIT.
001662*
001663* A HEADER OPENS THE NEXT DATASET, TAKING ANY TITLE AND REJECT
001664* REASON LINE READ AHEAD OF IT. ONLY A FIXED-FORMAT INPUT FILE
001665* NEEDS THE HEADER'S COUNT - THERE IT IS ALL THAT SAYS WHERE THE
001666* DATASET ENDS; EVERYWHERE ELSE THE COUNT IS DERIVED AGAIN ON SAVE
001667 LOAD-HEADER.
001668     IF DS-TOTAL > 9
001669         MOVE "Y" TO LD-TOO-BIG
001670         GO TO LOAD-HEADER-DONE.
001671     ADD 1 TO DS-TOTAL.
001672     MOVE DS-TOTAL TO DS-I.
001673     MOVE 0 TO DS-COUNT(DS-I).
001674     MOVE 0 TO DS-ANN-CNT(DS-I).
001675     MOVE 0 TO DS-XF-CNT(DS-I).
001676     MOVE SPACES TO DS-TITLE(DS-I).
001677     IF LD-TITLE-FLAG = "Y"
001678         MOVE LD-TITLE TO DS-TITLE(DS-I).
001679     MOVE "N" TO LD-TITLE-FLAG.
001680     MOVE LD-REJ-LINE TO DS-REJ-LINE(DS-I).
001681     MOVE SPACES TO LD-REJ-LINE.
001682     MOVE "B" TO LD-STATE.
001683     IF LOAD-FORMAT = "C"
001684         MOVE LF-2(1:1) TO WORK-MODE
001685         MOVE LF-4(1:8) TO DS-ROUTE(DS-I)
001686     ELSE
001687         MOVE LD-IMG(9:1) TO WORK-MODE
001688         MOVE LD-IMG(11:8) TO DS-ROUTE(DS-I).
001689     IF WORK-MODE NOT = "C" AND WORK-MODE NOT = "F"
001690        AND WORK-MODE NOT = "R"
001691         MOVE "L" TO WORK-MODE.
001692     MOVE WORK-MODE TO DS-MODE(DS-I).
001693     IF LOAD-FORMAT NOT = "F" OR LOAD-TYPE NOT = "I"
001694         GO TO LOAD-HEADER-DONE.
001695     MOVE LD-IMG(2:2) TO LD-2.
001696     INSPECT LD-2 REPLACING LEADING " " BY "0".
001697     MOVE 0 TO LD-LEFT.
001698     IF LD-2 IS NUMERIC
001699         MOVE LD-2N TO LD-LEFT.
001700     IF LD-LEFT = 0
001701         MOVE "H" TO LD-STATE.
001702 LOAD-HEADER-DONE.
001703     EXIT.
001704*
001705* ONE RECORD INSIDE A DATASET - A TRANSFORM, AN ANNOTATION, OR
001706* THE NEXT POINT (OR CIRCLE)
001707 LOAD-BODY.
001708     IF DS-TOTAL = 0
001709         MOVE LD-LINE-NO TO ED-LINE
001710         DISPLAY "NOTICE: LINE " ED-LINE
001711                 " PASSED OVER - NO HEADER BEFORE IT"
001712         GO TO LOAD-BODY-DONE.
001713     IF LOAD-FORMAT = "C"
001714         MOVE LF-1(1:1) TO LD-MARK
001715     ELSE
001716         MOVE LD-IMG(1:1) TO LD-MARK.
001717     IF LD-MARK = "X"
001718         GO TO LOAD-XFORM.
001719     IF LD-MARK = "A"
001720         GO TO LOAD-ANNOT.
001721     IF LOAD-FORMAT = "C"
001722        AND LD-MARK NOT = "P" AND LD-MARK NOT = "C"
001723         MOVE LD-LINE-NO TO ED-LINE
001724         DISPLAY "NOTICE: LINE " ED-LINE " PASSED OVER - NOT A "
001725                 "RECORD OF THE DATASET"
001726         GO TO LOAD-BODY-DONE.
001727     IF DS-COUNT(DS-I) > 98
001728         MOVE "Y" TO LD-TOO-BIG
001729         GO TO LOAD-BODY-DONE.
001730     ADD 1 TO DS-COUNT(DS-I).
001731     MOVE DS-COUNT(DS-I) TO REC-I.
001732     IF LOAD-FORMAT = "C"
001733         PERFORM LOAD-CSV-REC THRU LOAD-CSV-REC-DONE
001734     ELSE
001735         PERFORM LOAD-FIXED-REC THRU LOAD-FIXED-REC-DONE.
001736     IF DS-X(DS-I, REC-I) > 99 OR DS-X(DS-I, REC-I) < -99
001737        OR DS-Y(DS-I, REC-I) > 99 OR DS-Y(DS-I, REC-I) < -99
001738        OR DS-RAD(DS-I, REC-I) > 99
001739         MOVE "Y" TO NEEDS-CSV.
001740     IF LOAD-FORMAT = "F" AND LOAD-TYPE = "I"
001741         SUBTRACT 1 FROM LD-LEFT
001742         IF LD-LEFT = 0
001743             MOVE "H" TO LD-STATE
001744         END-IF
001745     END-IF.
001746     GO TO LOAD-BODY-DONE.
001747 LOAD-ANNOT.
001748     IF DS-ANN-CNT(DS-I) > 19
001749         MOVE "Y" TO LD-TOO-BIG
001750         GO TO LOAD-BODY-DONE.
001751     ADD 1 TO DS-ANN-CNT(DS-I).
001752     MOVE DS-ANN-CNT(DS-I) TO ANN-I.
001753     MOVE -9999 TO LIM-LO.
001754     MOVE 9999 TO LIM-HI.
001755     IF LOAD-FORMAT = "C"
001756         GO TO LOAD-ANNOT-CSV.
001757     MOVE LD-IMG(2:1) TO LD-SGN.
001758     MOVE LD-IMG(3:2) TO LD-2.
001759     PERFORM FIXED-2-NUM THRU FIXED-2-NUM-DONE.
001760     MOVE NUM-VALUE TO DS-ANN-X(DS-I, ANN-I).
001761     MOVE LD-IMG(6:1) TO LD-SGN.
001762     MOVE LD-IMG(7:2) TO LD-2.
001763     PERFORM FIXED-2-NUM THRU FIXED-2-NUM-DONE.
001764     MOVE NUM-VALUE TO DS-ANN-Y(DS-I, ANN-I).
001765     MOVE LD-IMG(10:12) TO DS-ANN-TXT(DS-I, ANN-I).
001766     GO TO LOAD-BODY-DONE.
001767 LOAD-ANNOT-CSV.
001768     MOVE LF-2 TO RAW-INPUT.
001769     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001770     MOVE NUM-VALUE TO DS-ANN-X(DS-I, ANN-I).
001771     MOVE LF-3 TO RAW-INPUT.
001772     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001773     MOVE NUM-VALUE TO DS-ANN-Y(DS-I, ANN-I).
001774     MOVE LF-4(1:12) TO DS-ANN-TXT(DS-I, ANN-I).
001775     IF DS-ANN-X(DS-I, ANN-I) > 99
001776        OR DS-ANN-X(DS-I, ANN-I) < -99
001777        OR DS-ANN-Y(DS-I, ANN-I) > 99
001778        OR DS-ANN-Y(DS-I, ANN-I) < -99
001779         MOVE "Y" TO NEEDS-CSV.
001780     GO TO LOAD-BODY-DONE.
001781 LOAD-XFORM.
001782     IF DS-XF-CNT(DS-I) > 7
001783         MOVE "Y" TO LD-TOO-BIG
001784         GO TO LOAD-BODY-DONE.
001785     ADD 1 TO DS-XF-CNT(DS-I).
001786     MOVE DS-XF-CNT(DS-I) TO XF-I.
001787     MOVE SPACE TO DS-XF-AXIS(DS-I, XF-I).
001788     MOVE 0 TO DS-XF-A(DS-I, XF-I).
001789     MOVE 0 TO DS-XF-B(DS-I, XF-I).
001790     IF LOAD-FORMAT = "C"
001791         GO TO LOAD-XFORM-CSV.
001792     MOVE LD-IMG(2:1) TO DS-XF-OP(DS-I, XF-I).
001793     IF DS-XF-OP(DS-I, XF-I) = "M"
001794         MOVE LD-IMG(4:1) TO DS-XF-AXIS(DS-I, XF-I)
001795         GO TO LOAD-BODY-DONE.
001796     MOVE LD-IMG(4:1) TO LD-SGN.
001797     MOVE LD-IMG(5:3) TO LD-3.
001798     PERFORM FIXED-3-NUM THRU FIXED-3-NUM-DONE.
001799     MOVE NUM-VALUE TO DS-XF-A(DS-I, XF-I).
001800     IF DS-XF-OP(DS-I, XF-I) NOT = "T"
001801         GO TO LOAD-BODY-DONE.
001802     MOVE LD-IMG(9:1) TO LD-SGN.
001803     MOVE LD-IMG(10:3) TO LD-3.
001804     PERFORM FIXED-3-NUM THRU FIXED-3-NUM-DONE.
001805     MOVE NUM-VALUE TO DS-XF-B(DS-I, XF-I).
001806     GO TO LOAD-BODY-DONE.
001807 LOAD-XFORM-CSV.
001808     MOVE LF-2(1:1) TO DS-XF-OP(DS-I, XF-I).
001809     IF DS-XF-OP(DS-I, XF-I) = "M"
001810         MOVE LF-3(1:1) TO DS-XF-AXIS(DS-I, XF-I)
001811         GO TO LOAD-BODY-DONE.
001812     MOVE -999 TO LIM-LO.
001813     MOVE 999 TO LIM-HI.
001814     MOVE LF-3 TO RAW-INPUT.
001815     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001816     MOVE NUM-VALUE TO DS-XF-A(DS-I, XF-I).
001817     MOVE LF-4 TO RAW-INPUT.
001818     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001819     MOVE NUM-VALUE TO DS-XF-B(DS-I, XF-I).
001820 LOAD-BODY-DONE.
001821     EXIT.
001822*
001823* A FIXED-FORMAT POINT OR CIRCLE RECORD, READ BY THE SAME COLUMNS
001824* THE PLOTTER'S IN-FILE DESCRIBES. A SERIES THAT IS NOT 1-9 IS
001825* TAKEN AS 1, AS ON FRESH ENTRY
001826 LOAD-FIXED-REC.
001827     MOVE LD-IMG(1:1) TO LD-SGN.
001828     MOVE LD-IMG(2:2) TO LD-2.
001829     PERFORM FIXED-2-NUM THRU FIXED-2-NUM-DONE.
001830     MOVE NUM-VALUE TO DS-X(DS-I, REC-I).
001831     MOVE LD-IMG(5:1) TO LD-SGN.
001832     MOVE LD-IMG(6:2) TO LD-2.
001833     PERFORM FIXED-2-NUM THRU FIXED-2-NUM-DONE.
001834     MOVE NUM-VALUE TO DS-Y(DS-I, REC-I).
001835     MOVE 1 TO DS-SER(DS-I, REC-I).
001836     MOVE 0 TO DS-RAD(DS-I, REC-I).
001837     MOVE 0 TO DS-AST(DS-I, REC-I).
001838     MOVE 0 TO DS-AEN(DS-I, REC-I).
001839     IF DS-MODE(DS-I) = "C"
001840         GO TO LOAD-FIXED-CIRCLE.
001841     IF LD-IMG(22:1) NOT < "1" AND LD-IMG(22:1) NOT > "9"
001842         MOVE LD-IMG(22:1) TO DS-SER(DS-I, REC-I).
001843     GO TO LOAD-FIXED-REC-DONE.
001844 LOAD-FIXED-CIRCLE.
001845     MOVE 0 TO DS-SER(DS-I, REC-I).
001846     MOVE SPACE TO LD-SGN.
001847     MOVE LD-IMG(11:2) TO LD-2.
001848     PERFORM FIXED-2-NUM THRU FIXED-2-NUM-DONE.
001849     MOVE NUM-VALUE TO DS-RAD(DS-I, REC-I).
001850     MOVE LD-IMG(14:3) TO LD-3.
001851     PERFORM FIXED-3-NUM THRU FIXED-3-NUM-DONE.
001852     IF NUM-VALUE > 360
001853         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE
001854         MOVE 0 TO NUM-VALUE.
001855     MOVE NUM-VALUE TO DS-AST(DS-I, REC-I).
001856     MOVE LD-IMG(18:3) TO LD-3.
001857     PERFORM FIXED-3-NUM THRU FIXED-3-NUM-DONE.
001858     IF NUM-VALUE > 360
001859         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE
001860         MOVE 0 TO NUM-VALUE.
001861     MOVE NUM-VALUE TO DS-AEN(DS-I, REC-I).
001862 LOAD-FIXED-REC-DONE.
001863     EXIT.
001864*
001865* THE CSV FORMS - P,X,Y,SERIES AND C,X,Y,RADIUS,START,END - EACH
001866* FIELD PUT THROUGH CHECK-NUMBER WITH FRESH ENTRY'S RANGES
001867 LOAD-CSV-REC.
001868     MOVE -9999 TO LIM-LO.
001869     MOVE 9999 TO LIM-HI.
001870     MOVE LF-2 TO RAW-INPUT.
001871     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001872     MOVE NUM-VALUE TO DS-X(DS-I, REC-I).
001873     MOVE LF-3 TO RAW-INPUT.
001874     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001875     MOVE NUM-VALUE TO DS-Y(DS-I, REC-I).
001876     MOVE 1 TO DS-SER(DS-I, REC-I).
001877     MOVE 0 TO DS-RAD(DS-I, REC-I).
001878     MOVE 0 TO DS-AST(DS-I, REC-I).
001879     MOVE 0 TO DS-AEN(DS-I, REC-I).
001880     IF DS-MODE(DS-I) = "C"
001881         GO TO LOAD-CSV-CIRCLE.
001882     IF LF-4 = SPACES
001883         GO TO LOAD-CSV-REC-DONE.
001884     MOVE 1 TO LIM-LO.
001885     MOVE 9 TO LIM-HI.
001886     MOVE LF-4 TO RAW-INPUT.
001887     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001888     IF NUM-VALUE > 0
001889         MOVE NUM-VALUE TO DS-SER(DS-I, REC-I).
001890     GO TO LOAD-CSV-REC-DONE.
001891 LOAD-CSV-CIRCLE.
001892     MOVE 0 TO DS-SER(DS-I, REC-I).
001893     MOVE 0 TO LIM-LO.
001894     MOVE 9999 TO LIM-HI.
001895     MOVE LF-4 TO RAW-INPUT.
001896     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001897     MOVE NUM-VALUE TO DS-RAD(DS-I, REC-I).
001898     MOVE 360 TO LIM-HI.
001899     MOVE LF-5 TO RAW-INPUT.
001900     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001901     MOVE NUM-VALUE TO DS-AST(DS-I, REC-I).
001902     MOVE LF-6 TO RAW-INPUT.
001903     PERFORM CSV-FIELD-NUM THRU CSV-FIELD-NUM-DONE.
001904     MOVE NUM-VALUE TO DS-AEN(DS-I, REC-I).
001905 LOAD-CSV-REC-DONE.
001906     EXIT.
001907*
001908* FIXED-COLUMN NUMBERS - A SIGN BYTE (LD-SGN) AND TWO OR THREE
001909* DIGITS, A BLANK LEADING DIGIT READ AS ZERO AS THE PLOTTER
001910* READS IT
001911 FIXED-2-NUM.
001912     MOVE 0 TO NUM-VALUE.
001913     INSPECT LD-2 REPLACING LEADING " " BY "0".
001914     IF LD-2 IS NOT NUMERIC
001915         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE
001916         GO TO FIXED-2-NUM-DONE.
001917     MOVE LD-2N TO NUM-VALUE.
001918     IF LD-SGN = "-"
001919         COMPUTE NUM-VALUE = 0 - NUM-VALUE.
001920 FIXED-2-NUM-DONE.
001921     EXIT.
001922*
001923 FIXED-3-NUM.
001924     MOVE 0 TO NUM-VALUE.
001925     INSPECT LD-3 REPLACING LEADING " " BY "0".
001926     IF LD-3 IS NOT NUMERIC
001927         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE
001928         GO TO FIXED-3-NUM-DONE.
001929     MOVE LD-3N TO NUM-VALUE.
001930     IF LD-SGN = "-"
001931         COMPUTE NUM-VALUE = 0 - NUM-VALUE.
001932 FIXED-3-NUM-DONE.
001933     EXIT.
001934*
001935* A CSV FIELD ALREADY IN RAW-INPUT, CHECKED AGAINST LIM-LO/LIM-HI.
001936* A BLANK FIELD IS ZERO, AS TO THE PLOTTER
001937 CSV-FIELD-NUM.
001938     MOVE 0 TO NUM-VALUE.
001939     IF RAW-INPUT = SPACES
001940         GO TO CSV-FIELD-NUM-DONE.
001941     PERFORM CHECK-NUMBER THRU CHECK-NUMBER-DONE.
001942     IF NUM-OK NOT = "Y"
001943         MOVE 0 TO NUM-VALUE
001944         PERFORM LOAD-BAD-VALUE THRU LOAD-BAD-VALUE-DONE.
001945 CSV-FIELD-NUM-DONE.
001946     EXIT.
001947*
001948* A VALUE THAT CANNOT BE READ IS LOADED AS ZERO AND REPORTED, SO
001949* THE CLERK CAN FIND IT AND AMEND IT
001950 LOAD-BAD-VALUE.
001951     ADD 1 TO LD-BAD-COUNT.
001952     MOVE LD-LINE-NO TO ED-LINE.
001953     DISPLAY "NOTICE: UNREADABLE VALUE ON LINE " ED-LINE
001954             " (DATASET " DS-I ") - LOADED AS 0".
001955 LOAD-BAD-VALUE-DONE.
001956     EXIT.
