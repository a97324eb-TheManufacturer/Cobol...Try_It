001590*                    STILL-BAD RECORD'S ORIGINAL RUN STAMPS      *
001600*                    BACK TO THE SUSPENSE FILE SO ITS AGE        *
001610*                    KEEPS ACCRUING ON THE AGING REPORT.         *
001611*   2026-10-15  RM   HIGH-VALUE HOLD - A DETAIL RECORD OVER THE  *
001612*                    HOLD LIMIT FOR ITS ACCOUNT OR SOURCE        *
001613*                    (HOLDLMT) GOES TO THE HOLD FILE (HOLDFILE)  *
001614*                    INSTEAD OF POSTING.  ITEMS A SUPERVISOR     *
001615*                    RELEASED THROUGH HOLD_RELEASE POST AHEAD    *
001616*                    OF THE FEEDS IN THE NEXT BATCH OR RESUBMIT  *
001617*                    RUN, SUBJECT TO THE DUPLICATE CHECK, AND    *
001618*                    COME OFF THE HOLD FILE WHEN THE RUN ENDS    *
001619*                    IN BALANCE.  A HELD ITEM STILL COUNTS       *
001620*                    TOWARD ITS FEED'S CONTROL TOTAL.  THE       *
001621*                    REPORT SHOWS THE HELD, RELEASED, AND        *
001622*                    STILL-ON-HOLD COUNTS AND DOLLARS.           *
001623*   2026-10-15  RM   PERIOD LOCK - A BATCH OR RESUBMIT RUN       *
001624*                    WHOSE BUSINESS DATE FALLS IN A MONTH        *
001625*                    CLOSED ON THE PERIOD-CONTROL FILE           *
001626*                    (PERCTL) BY PERIOD_CLOSE IS REFUSED         *
001627*                    BEFORE ANYTHING POSTS OR FEEDS.             *
001628*   2026-10-15  RM   ENDS WITH GOBACK INSTEAD OF STOP RUN SO     *
001629*                    JOB_STREAM CAN CALL IT AS A STEP OF THE     *
001630*                    NIGHTLY JOB STREAM, AND A REFUSED RUN NOW   *
001631*                    ENDS WITH RETURN CODE 8 SO THE DRIVER OR    *
001632*                    SCHEDULER SEES THE FAILURE.                 *
001633*   2026-10-15  RM   COST ALLOCATION - ONCE THE NIGHT'S          *
001634*                    ACCOUNT TOTALS ARE BUILT, EACH POOL         *
001635*                    ACCOUNT ON THE ALLOCATION RULES FILE        *
001636*                    (ALLOCRUL) HAS ITS NET SPLIT ACROSS ITS     *
001637*                    TARGET ACCOUNTS BY PERCENTAGE, THE          *
001638*                    ROUNDING CENT GOING TO THE LARGEST TARGET.  *
001639*                    THE BALANCING GL LINES - A CREDIT OUT OF    *
001640*                    THE POOL AND A DEBIT INTO EACH TARGET - GO  *
001641*                    TO GLFILE AND GLHIST UNDER SOURCE ALOC, AND *
001642*                    A COST ALLOCATION SECTION ON THE REPORT     *
001643*                    SHOWS EACH SHARE AND PROVES THE SPLIT NETS  *
001644*                    TO ZERO.                                    *
001645*   2026-10-15  RM   EVERY RECORD BLOCKED AS A DUPLICATE IS      *
001646*                    ALSO APPENDED TO THE DUPLICATE LOG          *
001647*                    (DUPLOG) WITH THE RUN'S STAMPS, AND EACH    *
001648*                    GL LINE CARRIES THE COUNT OF DETAIL         *
001649*                    RECORDS BEHIND IT, FOR THE DEPT_STMT        *
001650*                    DEPARTMENT STATEMENTS.                      *
001651*   2026-10-15  RM   ACCOUNT AND SOURCE SUBTOTALS, THE ACCOUNT   *
001652*                    MASTER LOOKUP AND THE NIGHT'S POSTED KEYS   *
001653*                    MOVE FROM OCCURS TABLES TO INDEXED WORK     *
001654*                    FILES (ACCTWORK, SRCWORK, AMSTWORK,         *
001655*                    PKEYWORK).  THE FEED LIST IS READ ONE       *
001656*                    ENTRY AT A TIME, AND A RESUBMIT READS THE   *
001657*                    SUSPENSE FILE DIRECTLY, STAGING THE         *
001658*                    RE-DIVERTED AND RE-HELD ITEMS ON SUSPWORK   *
001659*                    AND RHLDWORK, SO NONE OF THESE HAS A TABLE  *
001660*                    CEILING.  THE **** OVERFLOW ACCOUNT IS      *
001661*                    GONE - A WORK FILE THAT FILLS OR FAILS      *
001662*                    STOPS THE RUN WITH RC 8 AND AN OPSLOG LINE  *
001663*                    (9800).                                     *
001664*   2026-10-15  RM   A HOLD-LIMIT OR ALLOCATION-RULE FILE WITH   *
001665*                    MORE ENTRIES THAN ITS TABLE NOW STOPS THE   *
001666*                    RUN THE SAME WAY BEFORE ANYTHING POSTS,     *
001667*                    RATHER THAN DROPPING THE EXCESS.  A KEY IN  *
001668*                    THE 9000000-9999999 RANGE FROM ANY SOURCE   *
001669*                    BUT STND IS SUSPENDED WITH REASON KEY.      *
001670*   2026-10-15  RM   EVERY OPEN AND WRITE OF THE HOLD FILE AND   *
001671*                    HOLDWORK IS STATUS-CHECKED AND STOPS THE    *
001672*                    RUN THROUGH 9800 ON FAILURE, SO THE HOLD    *
001673*                    QUEUE CANNOT BE SILENTLY CUT SHORT.  THE    *
001674*                    CONSOLE ADD NO LONGER CALLS THE ALLOCATION  *
001675*                    STEP, WHICH APPLIES TO BATCH AND RESUBMIT.  *
001676*   2026-10-15  RM   3990 DROPS A RELEASED ENTRY FROM THE HOLD   *
001677*                    FILE ONLY WHEN 3075 TOOK IT THIS RUN, AS    *
001678*                    STAGED ON THE NEW RELWORK FILE.  AN ENTRY   *
001679*                    RELEASED WHILE THE RUN WAS UNDER WAY STAYS  *
001680*                    ON THE FILE AND POSTS IN THE NEXT RUN.      *
001681*                                                                *
001682******************************************************************
001683 ENVIRONMENT DIVISION.
001684 INPUT-OUTPUT SECTION.
001685 FILE-CONTROL.
001686     SELECT TRANS-FILE ASSIGN USING WS-TRANS-FILE-NAME
001687         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-TRANS-FILE-STATUS.
001700     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
001710         ORGANIZATION IS LINE SEQUENTIAL
002090     SELECT OPS-LOG ASSIGN TO "OPSLOG"
002100         ORGANIZATION IS LINE SEQUENTIAL
002110         FILE STATUS IS WS-OPS-FILE-STATUS.
002111     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
002112         ORGANIZATION IS LINE SEQUENTIAL
002113         FILE STATUS IS WS-HOLD-FILE-STATUS.
002114     SELECT HOLD-WORK-FILE ASSIGN TO "HOLDWORK"
002115         ORGANIZATION IS LINE SEQUENTIAL
002116         FILE STATUS IS WS-HWRK-FILE-STATUS.
002117     SELECT HOLD-LIMIT-FILE ASSIGN TO "HOLDLMT"
002118         ORGANIZATION IS LINE SEQUENTIAL
002119         FILE STATUS IS WS-HLIM-FILE-STATUS.
002120     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
002121         ORGANIZATION IS LINE SEQUENTIAL
002122         FILE STATUS IS WS-PER-FILE-STATUS.
002123     SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL"
002124         ORGANIZATION IS LINE SEQUENTIAL
002125         FILE STATUS IS WS-ALOC-FILE-STATUS.
002126     SELECT DUPLICATE-LOG ASSIGN TO "DUPLOG"
002127         ORGANIZATION IS LINE SEQUENTIAL
002128         FILE STATUS IS WS-DUPL-FILE-STATUS.
002129     SELECT ACCT-WORK-FILE ASSIGN TO "ACCTWORK"
002130         ORGANIZATION IS INDEXED
002131         ACCESS MODE IS DYNAMIC
002132         RECORD KEY IS AWRK-KEY
002133         ALTERNATE RECORD KEY IS AWRK-SEQ
002134         FILE STATUS IS WS-AWRK-FILE-STATUS.
002135     SELECT SRC-WORK-FILE ASSIGN TO "SRCWORK"
002136         ORGANIZATION IS INDEXED
002137         ACCESS MODE IS DYNAMIC
002138         RECORD KEY IS SWRK-SOURCE
002139         ALTERNATE RECORD KEY IS SWRK-SEQ
002140         FILE STATUS IS WS-SWRK-FILE-STATUS.
002141     SELECT AMST-WORK-FILE ASSIGN TO "AMSTWORK"
002142         ORGANIZATION IS INDEXED
002143         ACCESS MODE IS RANDOM
002144         RECORD KEY IS AMWK-CODE
002145         FILE STATUS IS WS-AMWK-FILE-STATUS.
002146     SELECT PKEY-WORK-FILE ASSIGN TO "PKEYWORK"
002147         ORGANIZATION IS INDEXED
002148         ACCESS MODE IS DYNAMIC
002149         RECORD KEY IS PKWK-TRANS-KEY
002150         FILE STATUS IS WS-PKWK-FILE-STATUS.
002151     SELECT RELEASE-WORK-FILE ASSIGN TO "RELWORK"
002152         ORGANIZATION IS INDEXED
002153         ACCESS MODE IS RANDOM
002154         RECORD KEY IS RLWK-KEY
002155         FILE STATUS IS WS-RLWK-FILE-STATUS.
002156     SELECT SUSP-WORK-FILE ASSIGN TO "SUSPWORK"
002157         ORGANIZATION IS LINE SEQUENTIAL
002158         FILE STATUS IS WS-SUWK-FILE-STATUS.
002159     SELECT REHOLD-WORK-FILE ASSIGN TO "RHLDWORK"
002160         ORGANIZATION IS LINE SEQUENTIAL
002161         FILE STATUS IS WS-RHWK-FILE-STATUS.
002162 DATA DIVISION.
002163 FILE SECTION.
002164 FD  FEED-LIST
002165     LABEL RECORDS ARE STANDARD.
002166     COPY FEEDREC.
002170 FD  TRANS-FILE
002180     LABEL RECORDS ARE STANDARD.
002190     COPY TRANREC.
002580 FD  OPS-LOG
002590     LABEL RECORDS ARE STANDARD.
002600     COPY OPSREC.
002601 FD  HOLD-FILE
002602     LABEL RECORDS ARE STANDARD.
002603     COPY HOLDREC.
002604 FD  HOLD-WORK-FILE
002605     LABEL RECORDS ARE STANDARD.
002606*    SAME LAYOUT AS HOLD-RECORD, CARRIED WHOLE AS GLH-RECORD     *
002607*    IS.                                                         *
002608 01  HWRK-RECORD                     PIC X(80).
002609 FD  HOLD-LIMIT-FILE
002610     LABEL RECORDS ARE STANDARD.
002611     COPY HLIMREC.
002612 FD  PERIOD-CONTROL-FILE
002613     LABEL RECORDS ARE STANDARD.
002614     COPY PERREC.
002615 FD  ALLOC-RULE-FILE
002616     LABEL RECORDS ARE STANDARD.
002617     COPY ALOCREC.
002618 FD  DUPLICATE-LOG
002619     LABEL RECORDS ARE STANDARD.
002620     COPY DUPREC.
002621 FD  ACCT-WORK-FILE
002622     LABEL RECORDS ARE STANDARD.
002623     COPY AWRKREC.
002624 FD  SRC-WORK-FILE
002625     LABEL RECORDS ARE STANDARD.
002626     COPY SWRKREC.
002627 FD  AMST-WORK-FILE
002628     LABEL RECORDS ARE STANDARD.
002629     COPY AMWKREC.
002630 FD  PKEY-WORK-FILE
002631     LABEL RECORDS ARE STANDARD.
002632     COPY PKWKREC.
002633 FD  RELEASE-WORK-FILE
002634     LABEL RECORDS ARE STANDARD.
002635     COPY RLWKREC.
002636 FD  SUSP-WORK-FILE
002637     LABEL RECORDS ARE STANDARD.
002638*    SAME LAYOUT AS SUSP-RECORD, CARRIED WHOLE AS HWRK-RECORD    *
002639*    IS.                                                         *
002640 01  SUWK-RECORD                     PIC X(56).
002641 FD  REHOLD-WORK-FILE
002642     LABEL RECORDS ARE STANDARD.
002643*    SAME LAYOUT AS HOLD-RECORD, CARRIED WHOLE AS HWRK-RECORD    *
002644*    IS.                                                         *
002645 01  RHWK-RECORD                     PIC X(80).
002646 WORKING-STORAGE SECTION.
002647*    RUN MODE SWITCH - OPERATOR CHOOSES BATCH, INTERACTIVE, OR   *
002648*    RESUBMIT (POST CORRECTED SUSPENSE RECORDS).                 *
002649 77  WS-RUN-MODE                 PIC X(01).
002650     88  WS-BATCH-MODE           VALUE "B" "b".
002660     88  WS-INTERACTIVE-MODE     VALUE "I" "i".
002670     88  WS-RESUBMIT-MODE        VALUE "R" "r".
003180 77  WS-ITEM-AMOUNT              PIC 9(7)V99.
003190*    ITEM SEQUENCE COUNTER FOR INTERACTIVE-MODE DETAIL LINES.
003200 77  WS-ITEM-COUNT               PIC 9(05) COMP VALUE ZERO.
003210*    PER-ACCOUNT SUBTOTALS - ONE RECORD ON ACCTWORK PER SOURCE   *
003220*    AND TRANS-ACCT-CODE SEEN DURING THE RUN, NUMBERED IN THE    *
003230*    ORDER FIRST SEEN SO THE REPORT AND THE GL FEED KEEP THAT    *
003240*    ORDER.  THERE IS NO OVERFLOW ACCOUNT - A WORK FILE THAT     *
003250*    CANNOT TAKE THE RECORD STOPS THE RUN (9800).                *
003260 77  WS-ACCT-ENTRY-COUNT         PIC 9(07) COMP VALUE ZERO.
003280 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE "N".
003290     88  WS-ACCT-FOUND           VALUE "Y".
003300 77  WS-ACCT-CODE-IN             PIC X(04).
003310 77  WS-ACCT-AMOUNT-IN           PIC S9(7)V99.
003311 77  WS-AWRK-FILE-STATUS         PIC X(02).
003312 77  WS-AWRK-OPEN-SWITCH         PIC X(01) VALUE "N".
003313     88  WS-AWRK-FILE-OPEN       VALUE "Y".
003314 77  WS-AWRK-EOF-SWITCH          PIC X(01) VALUE "N".
003315     88  WS-AWRK-END-OF-FILE     VALUE "Y".
003320*    GL ACCOUNT CODE KEYED BY THE OPERATOR FOR AN INTERACTIVE   *
003330*    RUN - CONSOLE ITEMS HAVE NO TRANS-ACCT-CODE OF THEIR OWN.  *
003340 77  WS-INTER-ACCT-CODE          PIC X(04).
003430 77  WS-SUSP-AMOUNT              PIC S9(9)V99 VALUE ZERO.
003440 77  WS-SUSP-OPEN-SWITCH         PIC X(01) VALUE "N".
003450     88  WS-SUSP-FILE-OPEN       VALUE "Y".
003460*    RESUBMIT-MODE FIELDS - THE SUSPENSE FILE IS COUNTED, THEN   *
003470*    READ AGAIN ONE RECORD AT A TIME AND POSTED.  STILL-BAD      *
003480*    RECORDS ARE STAGED ON SUSPWORK AND ONLY COPIED BACK OVER    *
003490*    THE SUSPENSE FILE WHEN THE RUN ENDS IN BALANCE.             *
003500 77  WS-SUSP-IN-COUNT            PIC 9(07) COMP VALUE ZERO.
003520 77  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
003530     88  WS-SUSP-END-OF-FILE     VALUE "Y".
003540*    RUN STAMPS OF THE SUSPENSE RECORD BEING RESUBMITTED.
003550 77  WS-SUSP-DATE                PIC X(06).
003560 77  WS-SUSP-BATCH               PIC X(06).
003570 77  WS-SUSP-OPER                PIC X(08).
003580*    REASON CODE - A SUPERVISOR'S HOLD REJECT IS NOT RETRIED     *
003583*    UNTIL SUSP_MAINT HAS RE-KEYED IT.                           *
003586 77  WS-SUSP-RSN                 PIC X(04).
003590*    POSTED-KEY MASTER FIELDS - THE MASTER IS AN INDEXED FILE    *
003600*    KEYED ON PKEY-TRANS-KEY.  EACH DETAIL KEY IS CHECKED WITH   *
003610*    A DIRECT KEYED READ, KEYS POSTED BY THIS RUN ARE BUFFERED   *
003840 77  WS-RCTL-START-TIME          PIC 9(06) VALUE ZERO.
003850 77  WS-RCTL-COMPLETE-TIME       PIC 9(06) VALUE ZERO.
003860 77  WS-RCTL-OPERATOR            PIC X(08) VALUE SPACES.
003870*    PERIOD LOCK FIELDS - THE MONTH OF THE POSTING DATE IS       *
003880*    LOOKED UP ON THE PERIOD-CONTROL FILE.  NO FILE MEANS NO     *
003890*    MONTH HAS BEEN CLOSED.                                      *
003891 77  WS-PER-FILE-STATUS          PIC X(02).
003892 77  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
003893     88  WS-PER-END-OF-FILE      VALUE "Y".
003894 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01) VALUE "N".
003895     88  WS-PERIOD-CLOSED        VALUE "Y".
003896 01  WS-PER-CHECK-DATE.
003897     05  WS-PER-CHECK-YYMM       PIC X(04).
003898     05  WS-PER-CHECK-DD         PIC X(02).
003899 77  WS-PKEY-COUNT               PIC 9(07) COMP VALUE ZERO.
003900 77  WS-PKEY-FOUND-SWITCH        PIC X(01) VALUE "N".
003910     88  WS-KEY-ALREADY-POSTED   VALUE "Y".
003940*    DUPLICATE-KEY COUNTERS FOR THE BALANCING REPORT.
003950 77  WS-DUP-COUNT                PIC 9(07) COMP VALUE ZERO.
003960 77  WS-DUP-AMOUNT               PIC S9(9)V99 VALUE ZERO.
003970*    DUPLICATE LOG - OPENED ON THE FIRST BLOCKED RECORD.
003980 77  WS-DUPL-FILE-STATUS         PIC X(02).
003990 77  WS-DUPL-OPEN-SWITCH         PIC X(01) VALUE "N".
004000     88  WS-DUPL-FILE-OPEN       VALUE "Y".
004010*    KEYS POSTED BY THIS RUN - THE MASTER IS NOT TOUCHED UNTIL   *
004020*    THE RUN ENDS IN BALANCE, SO NEW KEYS ARE KEPT ON PKEYWORK   *
004030*    AND WRITTEN (ONE KEYED WRITE EACH) AT END OF RUN.  THE      *
004040*    WORK FILE ONLY HOLDS ONE NIGHT'S KEYS, NOT THE WHOLE        *
004050*    MASTER.                                                     *
004060 77  WS-PKWK-FILE-STATUS         PIC X(02).
004070 77  WS-PKWK-OPEN-SWITCH         PIC X(01) VALUE "N".
004080     88  WS-PKWK-FILE-OPEN       VALUE "Y".
004090 77  WS-PKWK-EOF-SWITCH          PIC X(01) VALUE "N".
004100     88  WS-PKWK-END-OF-FILE     VALUE "Y".
004110*    RELEASED HOLD ENTRIES TAKEN BY THIS RUN (RELWORK) - ONLY
004120*    THESE COME OFF THE HOLD FILE IN 3990.
004130 77  WS-RLWK-FILE-STATUS         PIC X(02).
004140 77  WS-RLWK-OPEN-SWITCH         PIC X(01) VALUE "N".
004150     88  WS-RLWK-FILE-OPEN       VALUE "Y".
004160*    RE-SUSPEND WORK FILE FOR A RESUBMIT RUN - STILL-BAD         *
004170*    RECORDS ARE STAGED ON SUSPWORK AND THE SUSPENSE FILE IS     *
004180*    ONLY REWRITTEN AFTER THE RUN ENDS IN BALANCE, SO AN OUT-    *
004190*    OF-BALANCE OR ABANDONED RESUBMIT LEAVES THE FILE ALONE.     *
004200 77  WS-SUWK-FILE-STATUS         PIC X(02).
004210 77  WS-SUWK-OPEN-SWITCH         PIC X(01) VALUE "N".
004220     88  WS-SUWK-FILE-OPEN       VALUE "Y".
004230 77  WS-SUWK-EOF-SWITCH          PIC X(01) VALUE "N".
004240     88  WS-SUWK-END-OF-FILE     VALUE "Y".
004250 77  WS-RESUSP-COUNT             PIC 9(07) COMP VALUE ZERO.
004260*    HIGH-VALUE HOLD FIELDS - A DETAIL RECORD OVER THE HOLD      *
004270*    LIMIT FOR ITS ACCOUNT OR SOURCE GOES TO THE HOLD FILE       *
004280*    INSTEAD OF POSTING, AND THE ENTRIES A SUPERVISOR RELEASED   *
004281*    POST AT THE START OF THE NEXT BATCH OR RESUBMIT RUN.  NO    *
004282*    LIMIT FILE MEANS NOTHING IS HELD.                           *
004283 77  WS-HOLD-FILE-STATUS         PIC X(02).
004284 77  WS-HWRK-FILE-STATUS         PIC X(02).
004285 77  WS-HLIM-FILE-STATUS         PIC X(02).
004286 77  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE "N".
004287     88  WS-HOLD-FILE-OPEN       VALUE "Y".
004288 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
004289     88  WS-HOLD-END-OF-FILE     VALUE "Y".
004290*    SET WHILE A RELEASED ENTRY IS GOING THROUGH 3250 - IT       *
004291*    IS NOT CHECKED AGAINST THE LIMIT AGAIN, AND IF IT FAILS     *
004292*    VALIDATION IT IS SUSPENDED WITH THE STAMPS OF THE RUN       *
004293*    THAT HELD IT.                                               *
004294 77  WS-RELEASE-SWITCH           PIC X(01) VALUE "N".
004295     88  WS-RELEASE-POSTING      VALUE "Y".
004296 77  WS-HOLD-ITEM-SWITCH         PIC X(01) VALUE "N".
004297     88  WS-HOLD-ITEM            VALUE "Y".
004298 77  WS-HLIM-FOUND-SWITCH        PIC X(01) VALUE "N".
004299     88  WS-HLIM-FOUND           VALUE "Y".
004300 77  WS-HOLD-LIMIT               PIC 9(07)V99 VALUE ZERO.
004301 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
004302 77  WS-HELD-AMOUNT              PIC S9(9)V99 VALUE ZERO.
004303 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
004304 77  WS-RELEASED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
004305 77  WS-ONHOLD-COUNT             PIC 9(07) COMP VALUE ZERO.
004306 77  WS-ONHOLD-AMOUNT            PIC S9(9)V99 VALUE ZERO.
004307*    RELEASED ENTRIES READ, WHETHER THEY POSTED, WERE BLOCKED AS *
004308*    DUPLICATES, OR WENT TO SUSPENSE - ANY OF THESE MEANS THE    *
004309*    HOLD FILE IS REWRITTEN AT END OF RUN.                       *
004310 77  WS-REL-SEEN-COUNT           PIC 9(07) COMP VALUE ZERO.
004311*    RUN STAMPS OF THE RELEASED ENTRY BEING POSTED.
004312 77  WS-REL-DATE                 PIC X(06).
004313 77  WS-REL-BATCH                PIC X(06).
004314 77  WS-REL-OPER                 PIC X(08).
004315*    HOLD LIMIT TABLE - LOADED FROM HOLDLMT AT THE START OF A    *
004316*    BATCH OR RESUBMIT RUN.  THE LOWER OF THE ACCOUNT AND THE    *
004317*    SOURCE LIMIT GOVERNS.                                       *
004318 77  WS-HLIM-MAX                 PIC 9(03) COMP VALUE 200.
004319 77  WS-HLIM-COUNT               PIC 9(03) COMP VALUE ZERO.
004320 77  WS-HLIM-IX                  PIC 9(03) COMP VALUE ZERO.
004321 77  WS-HLIM-EOF-SWITCH          PIC X(01) VALUE "N".
004322     88  WS-HLIM-END-OF-FILE     VALUE "Y".
004323 01  WS-HLIM-TABLE.
004324     05  WS-HLIM-ENTRY OCCURS 200 TIMES.
004325         10  WS-HLIM-TYPE        PIC X(01).
004326         10  WS-HLIM-CODE        PIC X(04).
004327         10  WS-HLIM-AMOUNT      PIC 9(07)V99.
004328*    RE-HOLD WORK FILE FOR A RESUBMIT RUN - A CORRECTED RECORD   *
004329*    THAT IS NOW OVER THE LIMIT ONLY GOES TO THE HOLD FILE WHEN  *
004330*    THE RUN ENDS IN BALANCE, THE SAME RULE SUSPWORK FOLLOWS.    *
004331 77  WS-RHWK-FILE-STATUS         PIC X(02).
004332 77  WS-RHWK-OPEN-SWITCH         PIC X(01) VALUE "N".
004333     88  WS-RHWK-FILE-OPEN       VALUE "Y".
004334 77  WS-RHWK-EOF-SWITCH          PIC X(01) VALUE "N".
004335     88  WS-RHWK-END-OF-FILE     VALUE "Y".
004336 77  WS-REHOLD-COUNT             PIC 9(07) COMP VALUE ZERO.
004337*    FEED LIST AND SOURCE TRACKING - THE BATCH RUN PROCESSES     *
004338*    EVERY FEED NAMED ON FEEDLIST IN ORDER, EACH UNDER ITS OWN   *
004339*    SOURCE ID.  WITH NO FEED LIST THE RUN FALLS BACK TO THE     *
004340*    SINGLE TRANFILE UNDER SOURCE MAIN, AS BEFORE.  RESUBMITTED  *
004341*    SUSPENSE RECORDS POST UNDER THEIR STAMPED SOURCE (RSUB      *
004342*    WHEN THE RECORD PREDATES THE STAMP) AND CONSOLE ITEMS       *
004350*    UNDER CON.                                                  *
004360 77  WS-TRANS-FILE-STATUS        PIC X(02).
004370 77  WS-FEED-FILE-STATUS         PIC X(02).
004380 77  WS-TRANS-FILE-NAME          PIC X(08) VALUE SPACES.
004420 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
004430     88  WS-FEED-END-OF-FILE     VALUE "Y".
004431*    THE FEED LIST IS READ ONE ENTRY AHEAD - IT STAYS OPEN       *
004432*    WHILE THE FEEDS ARE POSTED, AND THE NEXT ENTRY WAITING IN   *
004433*    WS-FEED-SOURCE AND WS-FEED-FILE IS FLAGGED READY.           *
004434 77  WS-FEED-OPEN-SWITCH         PIC X(01) VALUE "N".
004435     88  WS-FEED-LIST-OPEN       VALUE "Y".
004436 77  WS-FEED-READY-SWITCH        PIC X(01) VALUE "N".
004437     88  WS-FEED-READY           VALUE "Y".
004438 77  WS-TRANS-OPEN-SWITCH        PIC X(01) VALUE "N".
004439     88  WS-TRANS-FILE-OPEN      VALUE "Y".
004440 77  WS-CURRENT-SOURCE           PIC X(04) VALUE SPACES.
004450 77  WS-FEED-SOURCE              PIC X(04).
004460 77  WS-FEED-FILE                PIC X(08).
004470*    PER-SOURCE ACCUMULATORS - ONE RECORD ON SRCWORK PER SOURCE  *
004480*    WITH ITS COUNT, SIGNED NET, AND OWN EXPECTED CONTROL        *
004490*    TOTAL, CHECKED SEPARATELY IN 3600 SO A BAD FEED IS NAMED    *
004500*    INSTEAD OF JUST JAMMING THE WHOLE NIGHT OUT OF BALANCE.     *
004510 77  WS-SRC-COUNT                PIC 9(07) COMP VALUE ZERO.
004560 77  WS-SRC-FOUND-SWITCH         PIC X(01) VALUE "N".
004570     88  WS-SRC-FOUND            VALUE "Y".
004580*    A SOURCE'S NET ADJUSTED FOR HELD AND RELEASED ITEMS, WHICH  *
004590*    IS WHAT ITS HEADER'S EXPECTED TOTAL COVERS.                 *
004600 77  WS-SRC-CHECK-NET            PIC S9(09)V99 VALUE ZERO.
004610 77  WS-SWRK-FILE-STATUS         PIC X(02).
004620 77  WS-SWRK-OPEN-SWITCH         PIC X(01) VALUE "N".
004630     88  WS-SWRK-FILE-OPEN       VALUE "Y".
004640 77  WS-SWRK-EOF-SWITCH          PIC X(01) VALUE "N".
004650     88  WS-SWRK-END-OF-FILE     VALUE "Y".
004720*    REPORT HEADING AND PAGINATION FIELDS - THE REPORT BREAKS  *
004730*    TO A NEW PAGE EVERY WS-LINES-PER-PAGE DETAIL LINES WITH    *
004740*    THE HEADINGS REPEATED AND A BROUGHT-FORWARD SUBTOTAL.      *
004840*    REPORT 01-LEVELS SHARE ONE RECORD AREA, SO THE FORWARD     *
004850*    LINE WOULD OTHERWISE OVERWRITE THE DETAIL LINE.            *
004860 77  WS-DETAIL-HOLD              PIC X(72).
004863 77  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
004866     88  WS-RPT-FILE-OPEN        VALUE "Y".
004870 77  WS-RPT-DATE-TXT             PIC X(08).
004880 77  WS-RPT-TIME-TXT             PIC X(08).
004890 77  NUM1                        PIC 9(7)V99.
005130     88  WS-CAL-AVAILABLE        VALUE "Y".
005140 77  WS-CAL-CHECK-DATE           PIC X(06) VALUE SPACES.
005150 77  WS-BUSINESS-DATE            PIC X(06) VALUE SPACES.
005160*    CHART-OF-ACCOUNTS LOOKUP - THE ACCOUNT MASTER IS COPIED TO  *
005170*    THE INDEXED AMSTWORK AT INITIALIZATION AND EVERY            *
005180*    TRANS-ACCT-CODE IS CHECKED AGAINST IT WITH A KEYED READ.    *
005190*    A MISSING MASTER FILE BYPASSES THE CHECK WITH A CONSOLE     *
005200*    WARNING RATHER THAN SUSPENDING THE WHOLE FILE.              *
005210 77  WS-AMST-FILE-STATUS         PIC X(02).
005220 77  WS-AMWK-FILE-STATUS         PIC X(02).
005250 77  WS-AMST-EOF-SWITCH          PIC X(01) VALUE "N".
005260     88  WS-AMST-END-OF-FILE     VALUE "Y".
005270 77  WS-AMST-FOUND-SWITCH        PIC X(01) VALUE "N".
005280     88  WS-AMST-FOUND           VALUE "Y".
005285*    SET WHILE AMSTWORK IS OPEN FOR LOOKUPS.
005290 77  WS-AMST-LOADED-SWITCH       PIC X(01) VALUE "N".
005300     88  WS-AMST-LOADED          VALUE "Y".
005310 77  WS-AMST-VALID-SWITCH        PIC X(01) VALUE "N".
005330 77  WS-AMST-LOOKUP-CODE         PIC X(04).
005340*    DATE THE ACCOUNT EFFECTIVE RANGE IS CHECKED AGAINST.
005350 77  WS-AMST-CHECK-DATE          PIC 9(06) VALUE ZERO.
005360*    THE MASTER ENTRY FOUND BY 6300.
005370 77  WS-AMST-DESC                PIC X(24).
005380 77  WS-AMST-ACTIVE              PIC X(01).
005390 77  WS-AMST-EFF-START           PIC 9(06).
005400 77  WS-AMST-EFF-END             PIC 9(06).
005410*    COST ALLOCATION FIELDS - THE RULES ON ALLOCRUL (KEPT BY     *
005420*    ALLOC_MAINT) ARE LOADED ONCE THE NIGHT'S ACCOUNT TOTALS     *
005421*    ARE BUILT, AND EACH POOL'S NET IS SPLIT ACROSS ITS          *
005422*    TARGETS.  THE SPLIT IS CARRIED ON THE RULE ROW FOR THE      *
005423*    REPORT SECTION AND THE GL FEED.  NO RULES FILE MEANS        *
005424*    NOTHING IS ALLOCATED AND THE REPORT IS UNCHANGED.           *
005425 77  WS-ALOC-FILE-STATUS         PIC X(02).
005426 77  WS-ALOC-EOF-SWITCH          PIC X(01) VALUE "N".
005427     88  WS-ALOC-END-OF-FILE     VALUE "Y".
005428 77  WS-ALOC-MAX                 PIC 9(03) COMP VALUE 100.
005429 77  WS-ALOC-COUNT               PIC 9(03) COMP VALUE ZERO.
005430 77  WS-ALOC-IX                  PIC 9(03) COMP VALUE ZERO.
005431 77  WS-ALOC-TGT-MAX             PIC 9(02) COMP VALUE 10.
005432 77  WS-ALOC-TGT-IX              PIC 9(02) COMP VALUE ZERO.
005433*    SET WHILE CHECKING A RULE WHEN ANY OF ITS CODES FAILS THE   *
005434*    ACCOUNT MASTER CHECK.                                       *
005435 77  WS-ALOC-CODES-SWITCH        PIC X(01) VALUE "Y".
005436     88  WS-ALOC-CODES-VALID     VALUE "Y".
005437*    TARGET THAT TAKES THE ROUNDING CENT - THE LARGEST           *
005438*    PERCENTAGE, THE FIRST OF THEM ON A TIE.                     *
005439 77  WS-ALOC-BIG-IX              PIC 9(02) COMP VALUE ZERO.
005440 77  WS-ALOC-BIG-PCT             PIC 9(03)V99 VALUE ZERO.
005441 77  WS-ALOC-PCT-TOTAL           PIC 9(05)V99 VALUE ZERO.
005442 77  WS-ALOC-POOL-ABS            PIC 9(09)V99 VALUE ZERO.
005443 77  WS-ALOC-SHARE               PIC 9(09)V99 VALUE ZERO.
005444 77  WS-ALOC-SHARED              PIC 9(09)V99 VALUE ZERO.
005445*    RUN TOTALS FOR THE REPORT SECTION - THE ALLOCATION GL       *
005446*    LINES, THE POOL DOLLARS MOVED OUT, AND THE SIGNED SUM OF    *
005447*    EVERY LINE, WHICH IS THE PROOF THE ALLOCATION NETS TO       *
005448*    ZERO.                                                       *
005449 77  WS-ALOC-LINE-COUNT          PIC 9(05) COMP VALUE ZERO.
005450 77  WS-ALOC-APPLIED-COUNT       PIC 9(03) COMP VALUE ZERO.
005451 77  WS-ALOC-POOL-TOTAL          PIC S9(9)V99 VALUE ZERO.
005452 77  WS-ALOC-PROOF               PIC S9(9)V99 VALUE ZERO.
005453*    ONE ALLOCATION GL LINE ON ITS WAY TO 8290.
005454 77  WS-ALOC-GL-CODE             PIC X(04).
005455 77  WS-ALOC-GL-AMOUNT           PIC S9(9)V99 VALUE ZERO.
005456 01  WS-ALOC-TABLE.
005457     05  WS-ALOC-ENTRY OCCURS 100 TIMES.
005458         10  WS-ALOC-POOL        PIC X(04).
005459         10  WS-ALOC-DESC        PIC X(24).
005460         10  WS-ALOC-TGT-COUNT   PIC 9(02).
005461         10  WS-ALOC-STATUS      PIC X(01).
005462             88  WS-ALOC-APPLIED VALUE "A".
005463             88  WS-ALOC-NOTHING VALUE "Z".
005464             88  WS-ALOC-BAD-CODE
005465                                 VALUE "B".
005466             88  WS-ALOC-BAD-PCT VALUE "P".
005467         10  WS-ALOC-POOL-NET    PIC S9(9)V99.
005468         10  WS-ALOC-TARGET      OCCURS 10 TIMES.
005469             15  WS-ALOC-TGT-ACCT
005470                                 PIC X(04).
005471             15  WS-ALOC-TGT-PCT PIC 9(03)V99.
005472             15  WS-ALOC-TGT-AMT PIC S9(9)V99.
005473*    UNATTENDED RUN FIELDS - SET WHEN THE RUNPARMS FILE IS       *
005474*    PRESENT.  CONDITIONS THAT WOULD HAVE RE-PROMPTED OR         *
005475*    REFUSED AT THE CONSOLE ARE WRITTEN TO THE OPERATIONS LOG    *
005476*    INSTEAD SO THE SCHEDULER ONLY CALLS THE OPERATORS WHEN      *
005477*    SOMETHING ACTUALLY FAILED.                                  *
005480 77  WS-PARM-FILE-STATUS         PIC X(02).
005490 77  WS-OPS-FILE-STATUS          PIC X(02).
005500 77  WS-UNATTENDED-SWITCH        PIC X(01) VALUE "N".
005540 77  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE "N".
005550     88  WS-PARM-ERROR           VALUE "Y".
005560 77  WS-OPS-MESSAGE              PIC X(64) VALUE SPACES.
005561*    WORK FILE NAME AND STATUS REPORTED BY A CAPACITY STOP, OR   *
005562*    THE INPUT FILE AND ITS TABLE SIZE WHEN A TABLE LOADED AT    *
005563*    THE START OF THE RUN IS FULL.                               *
005564 77  WS-STOP-FILE-NAME           PIC X(08) VALUE SPACES.
005565 77  WS-STOP-FILE-STATUS         PIC X(02) VALUE SPACES.
005566 77  WS-STOP-TABLE-MAX           PIC 9(03) VALUE ZERO.
005570*    OPERATOR SIGN-ON FIELDS - THE KEYED ID MUST BE ON THE       *
005580*    OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR THE RUN MODE.   *
005590*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING SO THE   *
005840 PROCEDURE DIVISION.
005850 0000-MAIN-PROCESS.
005860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005861*    A CLOSED POSTING PERIOD IS REPORTED ON ITS OWN SO THE       *
005862*    OPERATOR DOES NOT CHASE THE SIGN-ON OR RUN CONTROL.         *
005863     IF WS-PERIOD-CLOSED
005864         DISPLAY "ADD_NUMBERS RUN REFUSED - POSTING PERIOD "
005865             WS-PER-CHECK-YYMM " IS CLOSED."
005866         IF WS-UNATTENDED
005867             MOVE SPACES TO WS-OPS-MESSAGE
005868             STRING "RUN REFUSED - POSTING PERIOD "
005869                 WS-PER-CHECK-YYMM " IS CLOSED"
005870                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
005871             PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
005872         END-IF
005873         MOVE 8 TO RETURN-CODE
005874         GOBACK
005875     END-IF.
005876     IF WS-RUN-BLOCKED
005880         IF WS-PARM-ERROR
005890*            1020 ALREADY NAMED THE BAD PARAMETER ON OPSLOG -    *
005900*            DO NOT MISATTRIBUTE IT TO THE GATE.                 *
005910             DISPLAY "ADD_NUMBERS RUN REFUSED - BAD RUN "
005920                 "PARAMETERS."
005930         ELSE
005990                 PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
006000             END-IF
006010         END-IF
006020         MOVE 8 TO RETURN-CODE
006025         GOBACK
006030     END-IF.
006040     IF WS-INTERACTIVE-MODE
006050         PERFORM 4000-RUN-INTERACTIVE THRU 4000-EXIT
006350     IF WS-BATCH-MODE AND NOT WS-OUT-OF-BALANCE
006360         PERFORM 8800-STAMP-RUN-COMPLETE THRU 8800-EXIT
006370     END-IF.
006375     PERFORM 8900-CLOSE-WORK-FILES THRU 8900-EXIT.
006380     CLOSE REPORT-FILE.
006390     GOBACK.
006400******************************************************************
006410*    1000-INITIALIZE - DISPLAY BANNER AND GET THE RUN MODE.      *
006420******************************************************************
006660     END-IF.
006670     PERFORM 1800-LOAD-ACCOUNT-MASTER THRU 1800-EXIT.
006680     PERFORM 1500-OPEN-REPORT-FILE THRU 1500-EXIT.
006685     PERFORM 1900-OPEN-WORK-FILES THRU 1900-EXIT.
006690 1000-EXIT.
006700     EXIT.
006710******************************************************************
007830         GO TO 1100-EXIT
007840     END-IF.
007850     PERFORM 1210-CHECK-BUSINESS-DATE THRU 1210-EXIT.
007851     IF WS-RUN-BLOCKED
007852         GO TO 1100-EXIT
007853     END-IF.
007854*    NOTHING MAY POST OR FEED INTO A CLOSED MONTH - THIS HOLDS   *
007855*    FOR RESUBMITS AS WELL AS THE NIGHTLY BATCH.                 *
007856     PERFORM 1260-CHECK-PERIOD-OPEN THRU 1260-EXIT.
007860     IF WS-RUN-BLOCKED
007870         GO TO 1100-EXIT
007880     END-IF.
009230 1240-EXIT.
009240     EXIT.
009250******************************************************************
009251*    1260-CHECK-PERIOD-OPEN - THE RUN POSTS UNDER THE RUN-       *
009252*    CONTROL BUSINESS DATE (SEE 8000).  REFUSE IT WHEN THAT      *
009253*    DATE'S MONTH IS CLOSED ON THE PERIOD-CONTROL FILE.  A       *
009254*    REOPENED MONTH POSTS AS NORMAL.                             *
009255******************************************************************
009256 1260-CHECK-PERIOD-OPEN.
009257     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
009258     MOVE "N" TO WS-PER-EOF-SWITCH.
009259     MOVE WS-RCTL-BUS-DATE TO WS-PER-CHECK-DATE.
009260     OPEN INPUT PERIOD-CONTROL-FILE.
009261     IF WS-PER-FILE-STATUS NOT = "00"
009262         GO TO 1260-EXIT
009263     END-IF.
009264     PERFORM 1270-READ-PERIOD THRU 1270-EXIT
009265         UNTIL WS-PERIOD-CLOSED OR WS-PER-END-OF-FILE.
009266     CLOSE PERIOD-CONTROL-FILE.
009267     IF WS-PERIOD-CLOSED
009268         DISPLAY "POSTING PERIOD " WS-PER-CHECK-YYMM
009269             " IS CLOSED - RUN REFUSED"
009270         MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
009271     END-IF.
009272 1260-EXIT.
009273     EXIT.
009274 1270-READ-PERIOD.
009275     READ PERIOD-CONTROL-FILE
009276         AT END
009277             MOVE "Y" TO WS-PER-EOF-SWITCH
009278             GO TO 1270-EXIT
009279     END-READ.
009280     IF PER-PERIOD = WS-PER-CHECK-YYMM AND PER-IS-CLOSED
009281         MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
009282     END-IF.
009283 1270-EXIT.
009284     EXIT.
009285******************************************************************
009286*    1300-OPERATOR-SIGNON - CHECK THE KEYED ID AGAINST THE      *
009287*    OPERATOR MASTER AND REFUSE THE RUN WHEN THE ID IS          *
009288*    UNKNOWN, INACTIVE, OR NOT AUTHORIZED FOR THE RUN MODE.     *
009290*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING.        *
009300******************************************************************
009310 1300-OPERATOR-SIGNON.
010140         MOVE ZERO TO WS-FWD-NET
010150         PERFORM 1600-WRITE-PAGE-HEADINGS THRU 1600-EXIT
010160     END-IF.
010165     MOVE "Y" TO WS-RPT-OPEN-SWITCH.
010170 1500-EXIT.
010180     EXIT.
010190******************************************************************
011080 1700-EXIT.
011090     EXIT.
011100******************************************************************
011110*    1800-LOAD-ACCOUNT-MASTER - COPY THE CHART-OF-ACCOUNTS       *
011120*    MASTER TO THE INDEXED LOOKUP FILE AMSTWORK.  A MISSING      *
011130*    MASTER BYPASSES ACCOUNT VALIDATION WITH A WARNING - EVERY   *
011140*    RECORD WOULD OTHERWISE SUSPEND ON A NIGHT THE FILE WAS      *
011143*    MISALLOCATED.  A LOOKUP FILE THAT CANNOT BE BUILT STOPS     *
011146*    THE RUN (9800).                                             *
011150******************************************************************
011160 1800-LOAD-ACCOUNT-MASTER.
011180     MOVE "N" TO WS-AMST-EOF-SWITCH.
011190     MOVE "N" TO WS-AMST-LOADED-SWITCH.
011200     ACCEPT WS-CURRENT-DATE FROM DATE.
011330             "BYPASSED THIS RUN"
011340         GO TO 1800-EXIT
011350     END-IF.
011351     OPEN OUTPUT AMST-WORK-FILE.
011352     IF WS-AMWK-FILE-STATUS NOT = "00"
011353         CLOSE ACCOUNT-MASTER
011354         MOVE "AMSTWORK" TO WS-STOP-FILE-NAME
011355         MOVE WS-AMWK-FILE-STATUS TO WS-STOP-FILE-STATUS
011356         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
011357     END-IF.
011360     PERFORM 1850-READ-ACCOUNT-MASTER THRU 1850-EXIT
011370         UNTIL WS-AMST-END-OF-FILE.
011380     CLOSE ACCOUNT-MASTER.
011381     CLOSE AMST-WORK-FILE.
011382     OPEN INPUT AMST-WORK-FILE.
011383     IF WS-AMWK-FILE-STATUS NOT = "00"
011384         MOVE "AMSTWORK" TO WS-STOP-FILE-NAME
011385         MOVE WS-AMWK-FILE-STATUS TO WS-STOP-FILE-STATUS
011386         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
011387     END-IF.
011390     MOVE "Y" TO WS-AMST-LOADED-SWITCH.
011400 1800-EXIT.
011410     EXIT.
011450             MOVE "Y" TO WS-AMST-EOF-SWITCH
011460             GO TO 1850-EXIT
011470     END-READ.
011480     MOVE SPACES TO AMWK-RECORD.
011490     MOVE ACCT-CODE TO AMWK-CODE.
011500     MOVE ACCT-DESCRIPTION TO AMWK-DESCRIPTION.
011510     MOVE ACCT-ACTIVE-FLAG TO AMWK-ACTIVE-FLAG.
011520     MOVE ACCT-EFF-START-DATE TO AMWK-EFF-START-DATE.
011530     MOVE ACCT-EFF-END-DATE TO AMWK-EFF-END-DATE.
011540*    A CODE THE MASTER CARRIES TWICE KEEPS ITS FIRST ENTRY.      *
011550     WRITE AMWK-RECORD
011560         INVALID KEY
011570             CONTINUE
011580     END-WRITE.
011590     IF WS-AMWK-FILE-STATUS NOT = "00"
011600         AND WS-AMWK-FILE-STATUS NOT = "22"
011601         CLOSE ACCOUNT-MASTER
011602         CLOSE AMST-WORK-FILE
011603         MOVE "AMSTWORK" TO WS-STOP-FILE-NAME
011604         MOVE WS-AMWK-FILE-STATUS TO WS-STOP-FILE-STATUS
011605         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
011610     END-IF.
011620 1850-EXIT.
011621     EXIT.
011622******************************************************************
011623*    1900-OPEN-WORK-FILES - CREATE THE ACCOUNT AND SOURCE        *
011624*    SUBTOTAL WORK FILES EMPTY FOR THIS RUN AND OPEN THEM I-O.   *
011625******************************************************************
011626 1900-OPEN-WORK-FILES.
011627     OPEN OUTPUT ACCT-WORK-FILE.
011628     IF WS-AWRK-FILE-STATUS = "00"
011629         CLOSE ACCT-WORK-FILE
011630         OPEN I-O ACCT-WORK-FILE
011631     END-IF.
011632     IF WS-AWRK-FILE-STATUS NOT = "00"
011633         MOVE "ACCTWORK" TO WS-STOP-FILE-NAME
011634         MOVE WS-AWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
011635         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
011636     END-IF.
011637     MOVE "Y" TO WS-AWRK-OPEN-SWITCH.
011638     OPEN OUTPUT SRC-WORK-FILE.
011639     IF WS-SWRK-FILE-STATUS = "00"
011640         CLOSE SRC-WORK-FILE
011641         OPEN I-O SRC-WORK-FILE
011642     END-IF.
011643     IF WS-SWRK-FILE-STATUS NOT = "00"
011644         MOVE "SRCWORK" TO WS-STOP-FILE-NAME
011645         MOVE WS-SWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
011646         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
011647     END-IF.
011648     MOVE "Y" TO WS-SWRK-OPEN-SWITCH.
011649 1900-EXIT.
011650     EXIT.
011651******************************************************************
011652*    3000-RUN-BATCH - TOTAL A TRANSACTION FILE OF AMOUNTS.       *
011660******************************************************************
011670 3000-RUN-BATCH.
011680     MOVE ZERO TO WS-RECORD-COUNT.
011800     MOVE ZERO TO WS-CREDIT-COUNT.
011810     MOVE ZERO TO WS-DEBIT-TOTAL.
011820     MOVE ZERO TO WS-CREDIT-TOTAL.
011821     MOVE ZERO TO WS-HELD-COUNT.
011822     MOVE ZERO TO WS-HELD-AMOUNT.
011823     MOVE ZERO TO WS-RELEASED-COUNT.
011824     MOVE ZERO TO WS-RELEASED-AMOUNT.
011825     MOVE ZERO TO WS-REL-SEEN-COUNT.
011826     MOVE ZERO TO WS-REHOLD-COUNT.
011827     PERFORM 3080-LOAD-HOLD-LIMITS THRU 3080-EXIT.
011830     PERFORM 6630-OPEN-POSTED-KEYS THRU 6630-EXIT.
011835     PERFORM 6810-LOAD-ALLOC-RULES THRU 6810-EXIT.
011840     MOVE ZERO TO WS-EXPECTED-CONTROL-TOTAL.
011850     MOVE ZERO TO WS-SRC-COUNT.
011860     MOVE "N" TO WS-EXPECTED-SUPPLIED-SWITCH.
011870     MOVE "N" TO WS-OUT-OF-BALANCE-SWITCH.
011880     MOVE "N" TO WS-EOF-SWITCH.
011890     IF WS-RESUBMIT-MODE
011900         PERFORM 3700-COUNT-SUSPENSE-FILE THRU 3700-EXIT
011910         PERFORM 3760-OPEN-RESUBMIT-WORK THRU 3760-EXIT
011913         PERFORM 3070-POST-RELEASED-ITEMS THRU 3070-EXIT
011916         PERFORM 3780-OPEN-SUSPENSE-INPUT THRU 3780-EXIT
011920         PERFORM 3800-RESUBMIT-SUSP-ENTRY THRU 3800-EXIT
011930             UNTIL WS-SUSP-END-OF-FILE
011940     ELSE
011950         PERFORM 3020-OPEN-FEED-LIST THRU 3020-EXIT
011960         PERFORM 3050-CHECK-FOR-RESTART THRU 3050-EXIT
011970         PERFORM 3070-POST-RELEASED-ITEMS THRU 3070-EXIT
011980         PERFORM 3060-PROCESS-ONE-FEED THRU 3060-EXIT
011990             UNTIL WS-FEED-END-OF-FILE
012000         PERFORM 3500-CLEAR-CHECKPOINT THRU 3500-EXIT
012010     END-IF.
012020     PERFORM 3900-CLOSE-SUSPENSE-FILE THRU 3900-EXIT.
012030     PERFORM 3600-CHECK-CONTROL-TOTAL THRU 3600-EXIT.
012040     PERFORM 3950-REWRITE-SUSPENSE-FILE THRU 3950-EXIT.
012042     PERFORM 3990-REWRITE-HOLD-FILE THRU 3990-EXIT.
012044     PERFORM 3980-COUNT-ON-HOLD THRU 3980-EXIT.
012046     PERFORM 6800-APPLY-ALLOCATIONS THRU 6800-EXIT.
012050     MOVE SPACES TO RPT-SUSP-LINE.
012060     MOVE "SUSPENDED" TO RPT-SUSP-LABEL.
012070     MOVE WS-SUSP-COUNT TO RPT-SUSP-COUNT.
012120     MOVE WS-DUP-COUNT TO RPT-DUP-COUNT.
012130     MOVE WS-DUP-AMOUNT TO RPT-DUP-AMOUNT.
012140     WRITE RPT-DUP-LINE.
012141     MOVE SPACES TO RPT-HOLD-LINE.
012142     MOVE "HELD" TO RPT-HOLD-LABEL.
012143     MOVE WS-HELD-COUNT TO RPT-HOLD-COUNT.
012144     MOVE WS-HELD-AMOUNT TO RPT-HOLD-AMOUNT.
012145     WRITE RPT-HOLD-LINE.
012146     MOVE SPACES TO RPT-HOLD-LINE.
012147     MOVE "RELEASED" TO RPT-HOLD-LABEL.
012148     MOVE WS-RELEASED-COUNT TO RPT-HOLD-COUNT.
012149     MOVE WS-RELEASED-AMOUNT TO RPT-HOLD-AMOUNT.
012150     WRITE RPT-HOLD-LINE.
012151     PERFORM 6550-WRITE-SRC-SUBTOTALS THRU 6550-EXIT.
012160     PERFORM 6500-WRITE-ACCT-SUBTOTALS THRU 6500-EXIT.
012165     PERFORM 6870-WRITE-ALLOC-SECTION THRU 6870-EXIT.
012170     PERFORM 6900-WRITE-DRCR-TOTALS THRU 6900-EXIT.
012180     MOVE SPACES TO RPT-TOTAL-LINE.
012190     MOVE "NET" TO RPT-TOT-LABEL.
012310     IF WS-DUP-COUNT > ZERO
012320         DISPLAY "DUPLICATE RECORDS BYPASSED: " WS-DUP-COUNT
012330     END-IF.
012331     IF WS-HELD-COUNT > ZERO
012332         DISPLAY "ITEMS HELD FOR SUPERVISOR RELEASE: "
012333             WS-HELD-COUNT
012334     END-IF.
012335     IF WS-RELEASED-COUNT > ZERO
012336         DISPLAY "RELEASED ITEMS POSTED: " WS-RELEASED-COUNT
012337     END-IF.
012340     DISPLAY "BATCH RUN COMPLETE - SEE REPORT-FILE FOR TOTALS.".
012350 3000-EXIT.
012360     EXIT.
012370******************************************************************
012380*    3020-OPEN-FEED-LIST - OPEN THE LIST OF DEPARTMENT FEEDS     *
012390*    AND READ ITS FIRST ENTRY.  THE LIST IS READ ONE ENTRY AT    *
012393*    A TIME AS THE FEEDS ARE POSTED, SO IT CAN NAME ANY          *
012396*    NUMBER OF THEM.  NO FEED LIST (OR AN EMPTY ONE) MEANS A     *
012400*    SINGLE-FILE NIGHT ON TRANFILE UNDER SOURCE MAIN, EXACTLY    *
012410*    AS THE RUN WORKED BEFORE THE LIST EXISTED.                  *
012420******************************************************************
012430 3020-OPEN-FEED-LIST.
012450     MOVE "N" TO WS-FEED-EOF-SWITCH.
012455     MOVE "N" TO WS-FEED-READY-SWITCH.
012460     OPEN INPUT FEED-LIST.
012470     IF WS-FEED-FILE-STATUS NOT = "00"
012480         MOVE "MAIN" TO WS-FEED-SOURCE
012490         MOVE "TRANFILE" TO WS-FEED-FILE
012500         MOVE "Y" TO WS-FEED-READY-SWITCH
012510         GO TO 3020-EXIT
012520     END-IF.
012530     MOVE "Y" TO WS-FEED-OPEN-SWITCH.
012540     PERFORM 3025-GET-NEXT-FEED THRU 3025-EXIT.
012550     IF WS-FEED-END-OF-FILE
012570         DISPLAY "FEED LIST EMPTY - USING TRANFILE UNDER "
012580             "SOURCE MAIN"
012590         MOVE "N" TO WS-FEED-EOF-SWITCH
012600         MOVE "MAIN" TO WS-FEED-SOURCE
012610         MOVE "TRANFILE" TO WS-FEED-FILE
012615         MOVE "Y" TO WS-FEED-READY-SWITCH
012620     END-IF.
012630 3020-EXIT.
012631     EXIT.
012632*    READ AHEAD TO THE NEXT USABLE FEED LIST ENTRY, CLOSING THE  *
012633*    LIST AT ITS END.                                            *
012634 3025-GET-NEXT-FEED.
012635     MOVE "N" TO WS-FEED-READY-SWITCH.
012636     PERFORM 3030-READ-FEED-RECORD THRU 3030-EXIT
012637         UNTIL WS-FEED-READY OR WS-FEED-END-OF-FILE.
012638     IF WS-FEED-END-OF-FILE
012639         CLOSE FEED-LIST
012640         MOVE "N" TO WS-FEED-OPEN-SWITCH
012641     END-IF.
012642 3025-EXIT.
012643     EXIT.
012650 3030-READ-FEED-RECORD.
012660     READ FEED-LIST
012670         AT END
012710     IF FEED-SOURCE-ID = SPACES OR FEED-FILE-NAME = SPACES
012720         GO TO 3030-EXIT
012730     END-IF.
012740     MOVE FEED-SOURCE-ID TO WS-FEED-SOURCE.
012750     MOVE FEED-FILE-NAME TO WS-FEED-FILE.
012760     MOVE "Y" TO WS-FEED-READY-SWITCH.
012860 3030-EXIT.
012870     EXIT.
012880******************************************************************
013200 3050-EXIT.
013210     EXIT.
013220******************************************************************
013230*    3060-PROCESS-ONE-FEED - RUN THE FEED LIST ENTRY WAITING     *
013240*    FROM 3025 THROUGH THE NORMAL READ-AND-POST LOOP UNDER ITS   *
013250*    SOURCE ID, THEN READ AHEAD TO THE NEXT ONE.  A FEED THAT    *
013260*    CANNOT BE OPENED FLAGS THE RUN OUT OF BALANCE SO THE GL     *
013265*    FEED IS HELD BACK RATHER THAN POSTED SHORT.                 *
013270******************************************************************
013280 3060-PROCESS-ONE-FEED.
013290     MOVE WS-FEED-SOURCE TO WS-CURRENT-SOURCE.
013300     MOVE WS-FEED-FILE TO WS-TRANS-FILE-NAME.
013310     PERFORM 3065-POST-FEED-FILE THRU 3065-EXIT.
013311     IF WS-FEED-LIST-OPEN
013312         PERFORM 3025-GET-NEXT-FEED THRU 3025-EXIT
013313     ELSE
013314         MOVE "Y" TO WS-FEED-EOF-SWITCH
013315     END-IF.
013316 3060-EXIT.
013317     EXIT.
013318 3065-POST-FEED-FILE.
013320     OPEN INPUT TRANS-FILE.
013330     IF WS-TRANS-FILE-STATUS NOT = "00"
013340         DISPLAY "FEED " WS-CURRENT-SOURCE " FILE "
013360             WS-TRANS-FILE-STATUS ") - RUN FLAGGED OUT OF "
013370             "BALANCE"
013380         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
013390         GO TO 3065-EXIT
013400     END-IF.
013405     MOVE "Y" TO WS-TRANS-OPEN-SWITCH.
013410     MOVE "N" TO WS-EOF-SWITCH.
013420     PERFORM 3100-READ-TRANS-RECORD THRU 3100-EXIT.
013430     PERFORM 3200-PROCESS-TRANS-RECORD THRU 3200-EXIT
013440         UNTIL WS-END-OF-FILE.
013450     CLOSE TRANS-FILE.
013460     MOVE "N" TO WS-TRANS-OPEN-SWITCH.
013461 3065-EXIT.
013462     EXIT.
013463******************************************************************
013464*    3070-POST-RELEASED-ITEMS - POST EVERY HOLD-FILE ENTRY A     *
013465*    SUPERVISOR HAS RELEASED, AHEAD OF THE FEEDS, THROUGH THE    *
013466*    NORMAL VALIDATE-AND-POST PATH UNDER ITS ORIGINAL SOURCE.    *
013467*    IT IS NOT CHECKED AGAINST THE LIMIT AGAIN BUT IS CHECKED    *
013468*    AGAINST THE POSTED-KEY MASTER.  IN A BATCH RUN THE ENTRIES  *
013469*    COUNT AS DETAIL READS, SO A RESTART SKIPS THEM THE SAME WAY *
013470*    IT SKIPS FEED RECORDS.  THE ENTRIES COME OFF THE HOLD FILE  *
013471*    IN 3990 ONCE THE RUN ENDS IN BALANCE.                       *
013472******************************************************************
013473 3070-POST-RELEASED-ITEMS.
013474     MOVE "N" TO WS-HOLD-EOF-SWITCH.
013475     OPEN INPUT HOLD-FILE.
013476     IF WS-HOLD-FILE-STATUS NOT = "00"
013477         GO TO 3070-EXIT
013478     END-IF.
013479     MOVE "Y" TO WS-HOLD-OPEN-SWITCH.
013480     PERFORM 3075-POST-ONE-RELEASED THRU 3075-EXIT
013481         UNTIL WS-HOLD-END-OF-FILE.
013482     CLOSE HOLD-FILE.
013483     MOVE "N" TO WS-HOLD-OPEN-SWITCH.
013484     MOVE "N" TO WS-RELEASE-SWITCH.
013485 3070-EXIT.
013486     EXIT.
013487 3075-POST-ONE-RELEASED.
013488     READ HOLD-FILE
013489         AT END
013490             MOVE "Y" TO WS-HOLD-EOF-SWITCH
013491             GO TO 3075-EXIT
013492     END-READ.
013493     IF NOT HOLD-IS-RELEASED
013494         GO TO 3075-EXIT
013495     END-IF.
013496     ADD 1 TO WS-REL-SEEN-COUNT.
013497     MOVE HOLD-TRANS-IMAGE TO RLWK-TRANS-IMAGE.
013498     MOVE HOLD-SOURCE-ID TO RLWK-SOURCE-ID.
013499     MOVE HOLD-BUSINESS-DATE TO RLWK-BUSINESS-DATE.
013500     MOVE HOLD-BATCH-ID TO RLWK-BATCH-ID.
013501     WRITE RLWK-RECORD
013502         INVALID KEY
013503             CONTINUE
013504     END-WRITE.
013505*    STATUS 22 - THE SAME ENTRY IS ON THE HOLD FILE TWICE.
013506     IF WS-RLWK-FILE-STATUS NOT = "00"
013507        AND WS-RLWK-FILE-STATUS NOT = "22"
013508         MOVE "RELWORK" TO WS-STOP-FILE-NAME
013509         MOVE WS-RLWK-FILE-STATUS TO WS-STOP-FILE-STATUS
013510         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
013511     END-IF.
013512     MOVE HOLD-TRANS-IMAGE TO TRANS-RECORD.
013513     MOVE HOLD-SOURCE-ID TO WS-CURRENT-SOURCE.
013514     MOVE HOLD-BUSINESS-DATE TO WS-REL-DATE.
013515     MOVE HOLD-BATCH-ID TO WS-REL-BATCH.
013516     MOVE HOLD-OPERATOR-ID TO WS-REL-OPER.
013517     MOVE "Y" TO WS-RELEASE-SWITCH.
013518     PERFORM 3250-POST-TRANS-RECORD THRU 3250-EXIT.
013519     MOVE "N" TO WS-RELEASE-SWITCH.
013520 3075-EXIT.
013521     EXIT.
013522******************************************************************
013523*    3080-LOAD-HOLD-LIMITS - LOAD THE PER-ACCOUNT AND PER-SOURCE *
013524*    HOLD LIMITS.  A MISSING LIMIT FILE MEANS NOTHING IS HELD    *
013525*    TONIGHT; MORE LIMITS THAN THE TABLE HOLDS STOPS THE RUN     *
013526*    (9800) BEFORE ANYTHING IS POSTED.                           *
013527******************************************************************
013528 3080-LOAD-HOLD-LIMITS.
013529     MOVE ZERO TO WS-HLIM-COUNT.
013530     MOVE "N" TO WS-HLIM-EOF-SWITCH.
013531     OPEN INPUT HOLD-LIMIT-FILE.
013532     IF WS-HLIM-FILE-STATUS NOT = "00"
013533         DISPLAY "NO HOLD LIMIT FILE (STATUS " WS-HLIM-FILE-STATUS
013534             ") - NO ITEMS WILL BE HELD"
013535         GO TO 3080-EXIT
013536     END-IF.
013537     PERFORM 3085-READ-HOLD-LIMIT THRU 3085-EXIT
013538         UNTIL WS-HLIM-END-OF-FILE.
013539     CLOSE HOLD-LIMIT-FILE.
013540 3080-EXIT.
013541     EXIT.
013542 3085-READ-HOLD-LIMIT.
013543     READ HOLD-LIMIT-FILE
013544         AT END
013545             MOVE "Y" TO WS-HLIM-EOF-SWITCH
013546             GO TO 3085-EXIT
013547     END-READ.
013548     IF NOT HLIM-IS-ACCOUNT AND NOT HLIM-IS-SOURCE
013549         GO TO 3085-EXIT
013550     END-IF.
013551     IF HLIM-AMOUNT NOT NUMERIC
013552         DISPLAY "HOLD LIMIT FOR " HLIM-CODE " NOT NUMERIC - "
013553             "IGNORED"
013554         GO TO 3085-EXIT
013555     END-IF.
013556     IF WS-HLIM-COUNT NOT < WS-HLIM-MAX
013557*        A LIMIT LEFT OFF THE TABLE WOULD LET ITS ITEMS POST     *
013558*        UNHELD - STOP RATHER THAN RUN WITHOUT IT.               *
013559         CLOSE HOLD-LIMIT-FILE
013560         MOVE "HOLDLMT" TO WS-STOP-FILE-NAME
013561         MOVE WS-HLIM-MAX TO WS-STOP-TABLE-MAX
013562         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
013563     END-IF.
013564     ADD 1 TO WS-HLIM-COUNT.
013565     MOVE HLIM-TYPE TO WS-HLIM-TYPE (WS-HLIM-COUNT).
013566     MOVE HLIM-CODE TO WS-HLIM-CODE (WS-HLIM-COUNT).
013567     MOVE HLIM-AMOUNT TO WS-HLIM-AMOUNT (WS-HLIM-COUNT).
013568 3085-EXIT.
013569     EXIT.
013570 3100-READ-TRANS-RECORD.
013571     READ TRANS-FILE
013572         AT END
013573             MOVE "Y" TO WS-EOF-SWITCH
013574     END-READ.
013575 3100-EXIT.
013576     EXIT.
013577 3200-PROCESS-TRANS-RECORD.
013578     PERFORM 3250-POST-TRANS-RECORD THRU 3250-EXIT.
013579     PERFORM 3100-READ-TRANS-RECORD THRU 3100-EXIT.
013580 3200-EXIT.
013590     EXIT.
013600******************************************************************
013840         MOVE "N" TO WS-TRANS-VALID-SWITCH
013850         GO TO 3150-EXIT
013860     END-IF.
013861*    A HIGH-VALUE ITEM A SUPERVISOR REJECTED STAYS IN SUSPENSE   *
013862*    UNTIL SUSP_MAINT RE-KEYS IT AND CLEARS THE REASON.          *
013863     IF WS-RESUBMIT-MODE AND NOT WS-RELEASE-POSTING
013864         IF WS-SUSP-RSN = "HOLD"
013865             MOVE "HOLD" TO WS-SUSP-REASON
013866             MOVE "N" TO WS-TRANS-VALID-SWITCH
013867             GO TO 3150-EXIT
013868         END-IF
013869     END-IF.
013870     IF TRANS-KEY NOT NUMERIC
013871         MOVE "KEY " TO WS-SUSP-REASON
013872         MOVE "N" TO WS-TRANS-VALID-SWITCH
013873         GO TO 3150-EXIT
013874     END-IF.
013875*    KEYS 9000000-9999999 ARE THE STANDING ENTRIES' OWN (SEE     *
013876*    STANDING_GEN) - ANY OTHER SOURCE USING ONE IS SUSPENDED.    *
013877     IF TRANS-KEY NOT < 9000000 AND WS-CURRENT-SOURCE NOT = "STND"
013880         MOVE "KEY " TO WS-SUSP-REASON
013890         MOVE "N" TO WS-TRANS-VALID-SWITCH
013900         GO TO 3150-EXIT
014910             END-IF
014920             MOVE "*DUPLICATE" TO RPT-DTL-NOTE
014930             PERFORM 1700-WRITE-DETAIL-LINE THRU 1700-EXIT
014935             PERFORM 3320-WRITE-DUPLICATE-LOG THRU 3320-EXIT
014940             IF WS-BATCH-MODE
014950                 PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT
014960             END-IF
014970             GO TO 3250-EXIT
014971         END-IF
014972*        OVER THE HOLD LIMIT - DIVERT TO THE HOLD FILE FOR A     *
014973*        SUPERVISOR.  A RELEASED ITEM HAS ALREADY BEEN REVIEWED. *
014974         IF NOT WS-RELEASE-POSTING
014975             PERFORM 6450-CHECK-HOLD-LIMIT THRU 6450-EXIT
014976             IF WS-HOLD-ITEM
014977                 PERFORM 3260-HOLD-TRANS-RECORD THRU 3260-EXIT
014978                 IF WS-BATCH-MODE
014979                     PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT
014980                 END-IF
014981                 GO TO 3250-EXIT
014982             END-IF
014983         END-IF
014990         ADD 1 TO WS-RECORD-COUNT
015000         MOVE TRANS-ACCT-CODE TO WS-ACCT-CODE-IN
015010         IF TRANS-IS-CREDIT
015120         END-IF
015130         PERFORM 6000-ACCUMULATE-ACCT-TOTAL THRU 6000-EXIT
015140         PERFORM 6050-ACCUMULATE-SRC-TOTAL THRU 6050-EXIT
015142         IF WS-RELEASE-POSTING
015144             PERFORM 3270-COUNT-RELEASED THRU 3270-EXIT
015146         END-IF
015150         PERFORM 6750-ADD-POSTED-KEY THRU 6750-EXIT
015160         MOVE TRANS-KEY TO WS-LAST-KEY-PROCESSED
015170         MOVE SPACES TO RPT-DETAIL-LINE
015220             MOVE "CR" TO RPT-DTL-DRCR
015230         ELSE
015240             MOVE "DR" TO RPT-DTL-DRCR
015242         END-IF
015244         IF WS-RELEASE-POSTING
015246             MOVE "RELEASED" TO RPT-DTL-NOTE
015250         END-IF
015260         PERFORM 1700-WRITE-DETAIL-LINE THRU 1700-EXIT
015270         ADD 1 TO WS-FWD-COUNT
015370*        WITHOUT RE-POSTING THEM TO TOTAL OR THE REPORT.  THE   *
015380*        BROUGHT-FORWARD ACCUMULATORS ARE ROLLED HERE TOO SO     *
015390*        THE RESUMED PAGES CARRY THE FULL FORWARD SUBTOTAL.      *
015391*        A SKIPPED RECORD THAT WAS HELD IS ALREADY ON THE HOLD   *
015392*        FILE - IT IS ONLY COUNTED AGAIN.                        *
015393         IF NOT WS-KEY-ALREADY-POSTED AND NOT WS-RELEASE-POSTING
015394             PERFORM 6450-CHECK-HOLD-LIMIT THRU 6450-EXIT
015395             IF WS-HOLD-ITEM
015396                 PERFORM 3265-COUNT-HELD THRU 3265-EXIT
015397                 GO TO 3250-EXIT
015398             END-IF
015399         END-IF
015400         IF WS-KEY-ALREADY-POSTED
015410             ADD 1 TO WS-DUP-COUNT
015420             IF TRANS-IS-CREDIT
015580             END-IF
015590             PERFORM 6000-ACCUMULATE-ACCT-TOTAL THRU 6000-EXIT
015600             PERFORM 6050-ACCUMULATE-SRC-TOTAL THRU 6050-EXIT
015602             IF WS-RELEASE-POSTING
015604                 PERFORM 3270-COUNT-RELEASED THRU 3270-EXIT
015606             END-IF
015610             PERFORM 6750-ADD-POSTED-KEY THRU 6750-EXIT
015620             ADD 1 TO WS-FWD-COUNT
015630             ADD WS-ACCT-AMOUNT-IN TO WS-FWD-NET
015660 3250-EXIT.
015670     EXIT.
015680******************************************************************
015681*    3260-HOLD-TRANS-RECORD - DIVERT AN OVER-LIMIT DETAIL RECORD *
015682*    TO THE HOLD FILE.  A BATCH RUN APPENDS IT AT ONCE (THE      *
015683*    CHECKPOINT FOLLOWS, AS FOR A SUSPENSE WRITE); A RESUBMIT    *
015684*    STAGES IT ON RHLDWORK FOR 3990.  THE ITEM IS LISTED BUT     *
015685*    NOT POSTED.                                                 *
015686******************************************************************
015687 3260-HOLD-TRANS-RECORD.
015688     PERFORM 3265-COUNT-HELD THRU 3265-EXIT.
015689     IF NOT WS-RESUBMIT-MODE
015690         PERFORM 3280-OPEN-HOLD-FILE THRU 3280-EXIT
015691     END-IF.
015692     MOVE SPACES TO HOLD-RECORD.
015693     MOVE "P" TO HOLD-STATUS.
015694     MOVE TRANS-RECORD TO HOLD-TRANS-IMAGE.
015695     MOVE WS-CURRENT-SOURCE TO HOLD-SOURCE-ID.
015696     MOVE WS-HOLD-LIMIT TO HOLD-LIMIT-AMOUNT.
015697     PERFORM 3290-STAMP-HOLD-RECORD THRU 3290-EXIT.
015698     IF WS-RESUBMIT-MODE
015699         MOVE HOLD-RECORD TO RHWK-RECORD
015700         WRITE RHWK-RECORD
015701         IF WS-RHWK-FILE-STATUS NOT = "00"
015702             MOVE "RHLDWORK" TO WS-STOP-FILE-NAME
015703             MOVE WS-RHWK-FILE-STATUS TO WS-STOP-FILE-STATUS
015704             PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
015705         END-IF
015706         ADD 1 TO WS-REHOLD-COUNT
015707     ELSE
015708         WRITE HOLD-RECORD
015709         IF WS-HOLD-FILE-STATUS NOT = "00"
015710             MOVE "HOLDFILE" TO WS-STOP-FILE-NAME
015711             MOVE WS-HOLD-FILE-STATUS TO WS-STOP-FILE-STATUS
015712             PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
015713         END-IF
015714     END-IF.
015715     MOVE SPACES TO RPT-DETAIL-LINE.
015716     MOVE TRANS-KEY TO RPT-DTL-KEY.
015717     MOVE TRANS-ACCT-CODE TO RPT-DTL-ACCT.
015718     MOVE TRANS-AMOUNT TO RPT-DTL-AMOUNT.
015719     IF TRANS-IS-CREDIT
015720         MOVE "CR" TO RPT-DTL-DRCR
015721     ELSE
015722         MOVE "DR" TO RPT-DTL-DRCR
015723     END-IF.
015724     MOVE "*HELD" TO RPT-DTL-NOTE.
015725     PERFORM 1700-WRITE-DETAIL-LINE THRU 1700-EXIT.
015726 3260-EXIT.
015727     EXIT.
015728 3265-COUNT-HELD.
015729     ADD 1 TO WS-HELD-COUNT.
015730     IF TRANS-IS-CREDIT
015731         SUBTRACT TRANS-AMOUNT FROM ZERO GIVING WS-ACCT-AMOUNT-IN
015732     ELSE
015733         MOVE TRANS-AMOUNT TO WS-ACCT-AMOUNT-IN
015734     END-IF.
015735     ADD WS-ACCT-AMOUNT-IN TO WS-HELD-AMOUNT.
015736     PERFORM 6040-FIND-SRC-ENTRY THRU 6040-EXIT.
015737     ADD WS-ACCT-AMOUNT-IN TO SWRK-HELD.
015738     PERFORM 6090-SAVE-SRC-ENTRY THRU 6090-EXIT.
015739 3265-EXIT.
015740     EXIT.
015741*    WS-ACCT-AMOUNT-IN AND THE SOURCE'S SRCWORK RECORD ARE       *
015742*    STILL SET FROM 6050.                                        *
015743 3270-COUNT-RELEASED.
015744     ADD 1 TO WS-RELEASED-COUNT.
015745     ADD WS-ACCT-AMOUNT-IN TO WS-RELEASED-AMOUNT.
015746     ADD WS-ACCT-AMOUNT-IN TO SWRK-RELEASED.
015747     PERFORM 6090-SAVE-SRC-ENTRY THRU 6090-EXIT.
015748 3270-EXIT.
015749     EXIT.
015750******************************************************************
015751*    3280-OPEN-HOLD-FILE - OPEN THE HOLD FILE FOR APPEND ON      *
015752*    FIRST USE, CREATING IT IF IT DOES NOT EXIST YET.            *
015753******************************************************************
015754 3280-OPEN-HOLD-FILE.
015755     IF WS-HOLD-FILE-OPEN
015756         GO TO 3280-EXIT
015757     END-IF.
015758     OPEN EXTEND HOLD-FILE.
015759     IF WS-HOLD-FILE-STATUS = "35"
015760         OPEN OUTPUT HOLD-FILE
015761         CLOSE HOLD-FILE
015762         OPEN EXTEND HOLD-FILE
015763     END-IF.
015764     MOVE "Y" TO WS-HOLD-OPEN-SWITCH.
015765 3280-EXIT.
015766     EXIT.
015767*    STAMPED LIKE A SUSPENSE RECORD - SEE 3310.
015768 3290-STAMP-HOLD-RECORD.
015769     IF WS-RCTL-BUS-DATE NOT = SPACES
015770         MOVE WS-RCTL-BUS-DATE TO HOLD-BUSINESS-DATE
015771     ELSE
015772         MOVE WS-CURRENT-DATE TO HOLD-BUSINESS-DATE
015773     END-IF.
015774     MOVE WS-BATCH-ID TO HOLD-BATCH-ID.
015775     MOVE WS-OPERATOR-ID TO HOLD-OPERATOR-ID.
015776 3290-EXIT.
015777     EXIT.
015778******************************************************************
015779*    3300-WRITE-SUSPENSE-RECORD - APPEND THE REJECTED RECORD    *
015780*    IMAGE AND ITS REASON CODE.  THE FILE IS OPENED ON FIRST     *
015781*    USE - EXTEND FOR A NIGHTLY RUN SO UNCORRECTED RECORDS       *
015782*    SURVIVE.  A RESUBMIT RUN STAGES THE RECORD ON SUSPWORK SO   *
015783*    THE FILE ENDS UP HOLDING ONLY THE RECORDS THAT ARE STILL    *
015784*    BAD.                                                        *
015785******************************************************************
015786 3300-WRITE-SUSPENSE-RECORD.
015787*    A RESUBMIT RUN ONLY STAGES THE STILL-BAD RECORD ON          *
015788*    SUSPWORK - 3950 REWRITES THE FILE AFTER THE VERDICT.        *
015789     IF WS-RESUBMIT-MODE
015790         MOVE SPACES TO SUSP-RECORD
015791         MOVE WS-SUSP-REASON TO SUSP-REASON-CODE
015792         MOVE TRANS-RECORD TO SUSP-TRANS-IMAGE
015793         MOVE WS-CURRENT-SOURCE TO SUSP-SOURCE-ID
015794*        A STILL-BAD RECORD GOES BACK WITH THE STAMPS OF THE     *
015795*        RUN THAT FIRST DIVERTED IT - RESTAMPING IT TONIGHT      *
015796*        WOULD RESET ITS AGE AND LET AN OLD REJECT HIDE FROM     *
015797*        THE AGING REPORT FOREVER.                               *
015798         IF WS-RELEASE-POSTING
015799             MOVE WS-REL-DATE TO SUSP-BUSINESS-DATE
015800             MOVE WS-REL-BATCH TO SUSP-BATCH-ID
015801             MOVE WS-REL-OPER TO SUSP-OPERATOR-ID
015802         ELSE
015803             MOVE WS-SUSP-DATE TO SUSP-BUSINESS-DATE
015804             MOVE WS-SUSP-BATCH TO SUSP-BATCH-ID
015805             MOVE WS-SUSP-OPER TO SUSP-OPERATOR-ID
015806         END-IF
015807         MOVE SUSP-RECORD TO SUWK-RECORD
015808         WRITE SUWK-RECORD
015809         IF WS-SUWK-FILE-STATUS NOT = "00"
015810             MOVE "SUSPWORK" TO WS-STOP-FILE-NAME
015811             MOVE WS-SUWK-FILE-STATUS TO WS-STOP-FILE-STATUS
015812             PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
015813         END-IF
015814         ADD 1 TO WS-RESUSP-COUNT
015920         GO TO 3300-EXIT
015930     END-IF.
015940     IF NOT WS-SUSP-FILE-OPEN
016170*    NORMALLY ON HAND - THE SYSTEM DATE IS ONLY A FALLBACK.      *
016180******************************************************************
016190 3310-STAMP-SUSP-RECORD.
016191*    A RELEASED ITEM THAT FAILS VALIDATION KEEPS THE STAMPS OF   *
016192*    THE RUN THAT HELD IT, SO ITS AGE RUNS FROM THAT NIGHT.      *
016193     IF WS-RELEASE-POSTING
016194         MOVE WS-REL-DATE TO SUSP-BUSINESS-DATE
016195         MOVE WS-REL-BATCH TO SUSP-BATCH-ID
016196         MOVE WS-REL-OPER TO SUSP-OPERATOR-ID
016197         MOVE WS-CURRENT-SOURCE TO SUSP-SOURCE-ID
016198         GO TO 3310-EXIT
016199     END-IF.
016200     IF WS-RCTL-BUS-DATE NOT = SPACES
016210         MOVE WS-RCTL-BUS-DATE TO SUSP-BUSINESS-DATE
016220     ELSE
016260     MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID.
016270     MOVE WS-CURRENT-SOURCE TO SUSP-SOURCE-ID.
016280 3310-EXIT.
016281     EXIT.
016282******************************************************************
016283*    3320-WRITE-DUPLICATE-LOG - APPEND THE BLOCKED RECORD IMAGE  *
016284*    TO THE DUPLICATE LOG WITH THE STAMPS 3310 PUTS ON A         *
016285*    SUSPENDED RECORD.  THE LOG IS OPENED ON FIRST USE AND       *
016286*    CLOSED WITH THE SUSPENSE FILE IN 3900.                      *
016287******************************************************************
016288 3320-WRITE-DUPLICATE-LOG.
016289     IF NOT WS-DUPL-FILE-OPEN
016290         OPEN EXTEND DUPLICATE-LOG
016291         IF WS-DUPL-FILE-STATUS = "35"
016292*            NO LOG YET - CREATE IT AND RETRY, AS 3300 DOES.     *
016293             OPEN OUTPUT DUPLICATE-LOG
016294             CLOSE DUPLICATE-LOG
016295             OPEN EXTEND DUPLICATE-LOG
016296         END-IF
016297         MOVE "Y" TO WS-DUPL-OPEN-SWITCH
016298     END-IF.
016299     MOVE SPACES TO DUP-RECORD.
016300     MOVE TRANS-RECORD TO DUP-TRANS-IMAGE.
016301     IF WS-RCTL-BUS-DATE NOT = SPACES
016302         MOVE WS-RCTL-BUS-DATE TO DUP-BUSINESS-DATE
016303     ELSE
016304         MOVE WS-CURRENT-DATE TO DUP-BUSINESS-DATE
016305     END-IF.
016306     MOVE WS-BATCH-ID TO DUP-BATCH-ID.
016307     MOVE WS-OPERATOR-ID TO DUP-OPERATOR-ID.
016308     MOVE WS-CURRENT-SOURCE TO DUP-SOURCE-ID.
016309     WRITE DUP-RECORD.
016310 3320-EXIT.
016311     EXIT.
016312 3350-COUNT-SUSPENSE.
016313     ADD 1 TO WS-SUSP-COUNT.
016320     IF TRANS-AMOUNT NUMERIC
016330         IF TRANS-IS-CREDIT
016340             SUBTRACT TRANS-AMOUNT FROM WS-SUSP-AMOUNT
016730*    EACH SOURCE THAT SUPPLIED AN EXPECTED TOTAL IS BALANCED     *
016740*    SEPARATELY SO A BAD FEED IS NAMED AT THE CONSOLE AND ON     *
016750*    THE REPORT, INSTEAD OF ONE ANONYMOUS RUN-LEVEL MISMATCH.    *
016760     PERFORM 6170-START-SRC-WALK THRU 6170-EXIT.
016770     PERFORM 3610-CHECK-SRC-TOTAL THRU 3610-EXIT
016780         UNTIL WS-SWRK-END-OF-FILE.
016790     IF WS-EXPECTED-SUPPLIED
016800        AND NOT WS-OUT-OF-BALANCE
016810         DISPLAY "CONTROL TOTALS VERIFIED - RUN IN BALANCE."
016830 3600-EXIT.
016840     EXIT.
016850 3610-CHECK-SRC-TOTAL.
016860     PERFORM 6175-READ-NEXT-SRC THRU 6175-EXIT.
016870     IF WS-SWRK-END-OF-FILE
016880         GO TO 3610-EXIT
016890     END-IF.
016900     IF NOT SWRK-HAS-EXPECTED
016910         GO TO 3610-EXIT
016920     END-IF.
016930*    THE HEADER'S TOTAL COVERS THE ITEMS HELD FROM THE FEED BUT  *
016931*    NOT THE RELEASED ITEMS POSTED UNDER ITS SOURCE.             *
016932     COMPUTE WS-SRC-CHECK-NET = SWRK-NET
016933         - SWRK-RELEASED + SWRK-HELD.
016934     IF WS-SRC-CHECK-NET = SWRK-EXPECTED
016935         GO TO 3610-EXIT
016936     END-IF.
016937     MOVE "Y" TO SWRK-OOB-SW.
016938     REWRITE SWRK-RECORD.
016939     IF WS-SWRK-FILE-STATUS NOT = "00"
016940         MOVE "SRCWORK" TO WS-STOP-FILE-NAME
016941         MOVE WS-SWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
016942         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
016943     END-IF.
016944     MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH.
016950     MOVE SWRK-EXPECTED TO WS-EXPECTED-TOTAL-EDIT.
016960     MOVE WS-SRC-CHECK-NET TO WS-COMPUTED-TOTAL-EDIT.
016970     DISPLAY "*** OUT OF BALANCE *** SOURCE "
016980         SWRK-SOURCE " EXPECTED "
016990         WS-EXPECTED-TOTAL-EDIT
017000         " DOES NOT AGREE WITH COMPUTED "
017010         WS-COMPUTED-TOTAL-EDIT.
017020 3610-EXIT.
017030     EXIT.
017040******************************************************************
017050*    3700-COUNT-SUSPENSE-FILE - COUNT THE CORRECTED SUSPENSE     *
017060*    RECORDS WAITING TO BE RESUBMITTED.  THEY ARE READ AGAIN     *
017070*    ONE AT A TIME BY 3800, AND THE FILE IS ONLY REWRITTEN -     *
017080*    WITH THE RECORDS THAT FAIL VALIDATION AGAIN - BY 3950.      *
017090******************************************************************
017100 3700-COUNT-SUSPENSE-FILE.
017110     MOVE ZERO TO WS-SUSP-IN-COUNT.
017120     MOVE "N" TO WS-SUSP-EOF-SWITCH.
017130     OPEN INPUT SUSPENSE-FILE.
017170         MOVE "Y" TO WS-SUSP-EOF-SWITCH
017180         GO TO 3700-EXIT
017190     END-IF.
017200     PERFORM 3750-COUNT-SUSPENSE-RECORD THRU 3750-EXIT
017210         UNTIL WS-SUSP-END-OF-FILE.
017220     CLOSE SUSPENSE-FILE.
017320     DISPLAY "SUSPENSE RECORDS LOADED FOR RESUBMIT: "
017330         WS-SUSP-IN-COUNT.
017340 3700-EXIT.
017350     EXIT.
017360 3750-COUNT-SUSPENSE-RECORD.
017370     READ SUSPENSE-FILE
017380         AT END
017390             MOVE "Y" TO WS-SUSP-EOF-SWITCH
017400         NOT AT END
017410             ADD 1 TO WS-SUSP-IN-COUNT
017670     END-READ.
017680 3750-EXIT.
017690     EXIT.
017700******************************************************************
017710*    3760-OPEN-RESUBMIT-WORK - CREATE THE WORK FILES THAT STAGE  *
017720*    A RESUBMIT'S STILL-BAD AND RE-HELD RECORDS UNTIL THE RUN    *
017721*    ENDS IN BALANCE.                                            *
017722******************************************************************
017723 3760-OPEN-RESUBMIT-WORK.
017724     OPEN OUTPUT SUSP-WORK-FILE.
017725     IF WS-SUWK-FILE-STATUS NOT = "00"
017726         MOVE "SUSPWORK" TO WS-STOP-FILE-NAME
017727         MOVE WS-SUWK-FILE-STATUS TO WS-STOP-FILE-STATUS
017728         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
017729     END-IF.
017730     MOVE "Y" TO WS-SUWK-OPEN-SWITCH.
017731     OPEN OUTPUT REHOLD-WORK-FILE.
017732     IF WS-RHWK-FILE-STATUS NOT = "00"
017733         MOVE "RHLDWORK" TO WS-STOP-FILE-NAME
017734         MOVE WS-RHWK-FILE-STATUS TO WS-STOP-FILE-STATUS
017735         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
017736     END-IF.
017737     MOVE "Y" TO WS-RHWK-OPEN-SWITCH.
017738 3760-EXIT.
017739     EXIT.
017740******************************************************************
017741*    3780-OPEN-SUSPENSE-INPUT - REOPEN THE SUSPENSE FILE FOR     *
017742*    THE RESUBMIT PASS.  A FILE THAT COUNTED BUT WILL NOT        *
017743*    REOPEN FLAGS THE RUN OUT OF BALANCE SO 3950 LEAVES IT       *
017744*    ALONE.                                                      *
017745******************************************************************
017746 3780-OPEN-SUSPENSE-INPUT.
017747     MOVE "Y" TO WS-SUSP-EOF-SWITCH.
017748     IF WS-SUSP-IN-COUNT = ZERO
017749         GO TO 3780-EXIT
017750     END-IF.
017751     OPEN INPUT SUSPENSE-FILE.
017752     IF WS-SUSP-FILE-STATUS NOT = "00"
017753         DISPLAY "SUSPENSE FILE NOT AVAILABLE FOR RESUBMIT "
017754             "(STATUS " WS-SUSP-FILE-STATUS ") - RUN FLAGGED OUT "
017755             "OF BALANCE"
017756         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
017757         GO TO 3780-EXIT
017758     END-IF.
017759     MOVE "Y" TO WS-SUSP-OPEN-SWITCH.
017760     MOVE "N" TO WS-SUSP-EOF-SWITCH.
017761 3780-EXIT.
017762     EXIT.
017763******************************************************************
017764*    3800-RESUBMIT-SUSP-ENTRY - RUN THE NEXT SUSPENSE RECORD     *
017765*    BACK THROUGH THE NORMAL VALIDATE-AND-POST PATH.             *
017766******************************************************************
017767 3800-RESUBMIT-SUSP-ENTRY.
017768     READ SUSPENSE-FILE
017769         AT END
017770             MOVE "Y" TO WS-SUSP-EOF-SWITCH
017771             GO TO 3800-EXIT
017772     END-READ.
017773     MOVE SUSP-TRANS-IMAGE TO TRANS-RECORD.
017774*    A RECORD SUSPENDED BEFORE THE SOURCE STAMP EXISTED POSTS    *
017775*    UNDER RSUB.                                                 *
017776     IF SUSP-SOURCE-ID = SPACES
017777         MOVE "RSUB" TO WS-CURRENT-SOURCE
017778     ELSE
017779         MOVE SUSP-SOURCE-ID TO WS-CURRENT-SOURCE
017780     END-IF.
017781*    THE ORIGINAL RUN STAMPS ARE KEPT TOO - A STILL-BAD RECORD   *
017782*    GOES BACK WITH THEM SO ITS AGE KEEPS ACCRUING.              *
017783     MOVE SUSP-BUSINESS-DATE TO WS-SUSP-DATE.
017784     MOVE SUSP-BATCH-ID TO WS-SUSP-BATCH.
017785     MOVE SUSP-OPERATOR-ID TO WS-SUSP-OPER.
017786     MOVE SUSP-REASON-CODE TO WS-SUSP-RSN.
017787     PERFORM 3250-POST-TRANS-RECORD THRU 3250-EXIT.
017790 3800-EXIT.
017800     EXIT.
017810******************************************************************
017820*    3900-CLOSE-SUSPENSE-FILE - CLOSE THE SUSPENSE FILE IF       *
017830*    THE RUN OPENED IT - FOR APPEND IN A NIGHTLY RUN, FOR        *
017840*    INPUT IN A RESUBMIT, WHICH ALSO CLOSES ITS STAGING WORK     *
017843*    FILES.  3950 REWRITES A RESUBMIT'S FILE AFTER THE           *
017846*    BALANCE VERDICT.                                            *
017850******************************************************************
017860 3900-CLOSE-SUSPENSE-FILE.
017870     IF WS-SUSP-FILE-OPEN
017880         CLOSE SUSPENSE-FILE
017890         MOVE "N" TO WS-SUSP-OPEN-SWITCH
017900     END-IF.
017901     IF WS-HOLD-FILE-OPEN
017902         CLOSE HOLD-FILE
017903         MOVE "N" TO WS-HOLD-OPEN-SWITCH
017904     END-IF.
017905     IF WS-DUPL-FILE-OPEN
017906         CLOSE DUPLICATE-LOG
017907         MOVE "N" TO WS-DUPL-OPEN-SWITCH
017908     END-IF.
017909     IF WS-SUWK-FILE-OPEN
017910         CLOSE SUSP-WORK-FILE
017911         MOVE "N" TO WS-SUWK-OPEN-SWITCH
017912     END-IF.
017913     IF WS-RHWK-FILE-OPEN
017914         CLOSE REHOLD-WORK-FILE
017915         MOVE "N" TO WS-RHWK-OPEN-SWITCH
017916     END-IF.
017917 3900-EXIT.
017920     EXIT.
017930******************************************************************
017940*    3950-REWRITE-SUSPENSE-FILE - FOR AN IN-BALANCE RESUBMIT,    *
017950*    REWRITE THE SUSPENSE FILE FROM SUSPWORK WITH ONLY THE       *
017960*    STILL-BAD RECORDS (EMPTY WHEN EVERYTHING POSTED).  AN       *
017970*    OUT-OF-BALANCE RESUBMIT LEAVES THE FILE UNTOUCHED SO        *
017980*    NOTHING IS LOST - THE SAME LEAVE-THE-FILE-ALONE RULE THE    *
017990*    POSTED-KEY MASTER FOLLOWS.                                  *
018000******************************************************************
018010 3950-REWRITE-SUSPENSE-FILE.
018020     IF NOT WS-RESUBMIT-MODE
018030         GO TO 3950-EXIT
018040     END-IF.
018050*    NOTHING STAGED CAN STILL LEAVE RELEASED ITEMS TO SUSPEND.
018055     IF WS-SUSP-IN-COUNT = ZERO AND WS-RESUSP-COUNT = ZERO
018060         GO TO 3950-EXIT
018070     END-IF.
018080     IF WS-OUT-OF-BALANCE
018100             "OUT OF BALANCE"
018110         GO TO 3950-EXIT
018120     END-IF.
018121     OPEN INPUT SUSP-WORK-FILE.
018122     IF WS-SUWK-FILE-STATUS NOT = "00"
018123         MOVE "SUSPWORK" TO WS-STOP-FILE-NAME
018124         MOVE WS-SUWK-FILE-STATUS TO WS-STOP-FILE-STATUS
018125         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018126     END-IF.
018127     MOVE "Y" TO WS-SUWK-OPEN-SWITCH.
018128     MOVE "N" TO WS-SUWK-EOF-SWITCH.
018130     OPEN OUTPUT SUSPENSE-FILE.
018150     PERFORM 3960-WRITE-RESUSPEND-RECORD THRU 3960-EXIT
018160         UNTIL WS-SUWK-END-OF-FILE.
018170     CLOSE SUSPENSE-FILE.
018173     CLOSE SUSP-WORK-FILE.
018176     MOVE "N" TO WS-SUWK-OPEN-SWITCH.
018180 3950-EXIT.
018190     EXIT.
018200 3960-WRITE-RESUSPEND-RECORD.
018210     READ SUSP-WORK-FILE
018220         AT END
018230             MOVE "Y" TO WS-SUWK-EOF-SWITCH
018240             GO TO 3960-EXIT
018250     END-READ.
018260     MOVE SUWK-RECORD TO SUSP-RECORD.
018330     WRITE SUSP-RECORD.
018340 3960-EXIT.
018341     EXIT.
018342******************************************************************
018343*    3980-COUNT-ON-HOLD - COUNT WHAT IS LEFT ON THE HOLD FILE    *
018344*    FOR THE RUN SUMMARY, PENDING AND RELEASED ALIKE.            *
018345******************************************************************
018346 3980-COUNT-ON-HOLD.
018347     MOVE ZERO TO WS-ONHOLD-COUNT.
018348     MOVE ZERO TO WS-ONHOLD-AMOUNT.
018349     MOVE "N" TO WS-HOLD-EOF-SWITCH.
018350     OPEN INPUT HOLD-FILE.
018351     IF WS-HOLD-FILE-STATUS NOT = "00"
018352         GO TO 3980-EXIT
018353     END-IF.
018354     PERFORM 3985-COUNT-ONE-HOLD THRU 3985-EXIT
018355         UNTIL WS-HOLD-END-OF-FILE.
018356     CLOSE HOLD-FILE.
018357 3980-EXIT.
018358     EXIT.
018359*    THE POSTING IS OVER, SO TRANS-RECORD IS FREE TO VIEW THE    *
018360*    HELD IMAGE.                                                 *
018361 3985-COUNT-ONE-HOLD.
018362     READ HOLD-FILE
018363         AT END
018364             MOVE "Y" TO WS-HOLD-EOF-SWITCH
018365             GO TO 3985-EXIT
018366     END-READ.
018367     MOVE HOLD-TRANS-IMAGE TO TRANS-RECORD.
018368     ADD 1 TO WS-ONHOLD-COUNT.
018369     IF TRANS-AMOUNT NUMERIC
018370         IF TRANS-IS-CREDIT
018371             SUBTRACT TRANS-AMOUNT FROM WS-ONHOLD-AMOUNT
018372         ELSE
018373             ADD TRANS-AMOUNT TO WS-ONHOLD-AMOUNT
018374         END-IF
018375     END-IF.
018376 3985-EXIT.
018377     EXIT.
018378******************************************************************
018379*    3990-REWRITE-HOLD-FILE - FOR AN IN-BALANCE RUN, DROP THE    *
018380*    RELEASED ENTRIES THIS RUN TOOK AND ADD ANY A RESUBMIT       *
018381*    STAGED ON RHLDWORK, THROUGH THE HOLDWORK FILE AS            *
018382*    AUDIT_ARCHIVE REWRITES THE AUDIT LOG.  AN OUT-OF-BALANCE    *
018383*    RUN LEAVES THE FILE ALONE SO THE RELEASED ITEMS POST AGAIN  *
018384*    NEXT TIME.                                                  *
018385******************************************************************
018386 3990-REWRITE-HOLD-FILE.
018387     IF WS-REL-SEEN-COUNT = ZERO AND WS-REHOLD-COUNT = ZERO
018388         GO TO 3990-EXIT
018389     END-IF.
018390     IF WS-OUT-OF-BALANCE
018391         DISPLAY "HOLD FILE LEFT UNCHANGED - RUN OUT OF BALANCE"
018392         GO TO 3990-EXIT
018393     END-IF.
018394     OPEN OUTPUT HOLD-WORK-FILE.
018395     IF WS-HWRK-FILE-STATUS NOT = "00"
018396         MOVE "HOLDWORK" TO WS-STOP-FILE-NAME
018397         MOVE WS-HWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
018398         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018399     END-IF.
018400     MOVE "N" TO WS-HOLD-EOF-SWITCH.
018401     OPEN INPUT HOLD-FILE.
018402     IF WS-HOLD-FILE-STATUS = "00"
018403         PERFORM 3992-COPY-PENDING-HOLD THRU 3992-EXIT
018404             UNTIL WS-HOLD-END-OF-FILE
018405         CLOSE HOLD-FILE
018406     END-IF.
018407     IF WS-REHOLD-COUNT > ZERO
018408         OPEN INPUT REHOLD-WORK-FILE
018409         IF WS-RHWK-FILE-STATUS NOT = "00"
018410             CLOSE HOLD-WORK-FILE
018411             MOVE "RHLDWORK" TO WS-STOP-FILE-NAME
018412             MOVE WS-RHWK-FILE-STATUS TO WS-STOP-FILE-STATUS
018413             PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018414         END-IF
018415         MOVE "Y" TO WS-RHWK-OPEN-SWITCH
018416         MOVE "N" TO WS-RHWK-EOF-SWITCH
018417         PERFORM 3994-WRITE-REHOLD-RECORD THRU 3994-EXIT
018418             UNTIL WS-RHWK-END-OF-FILE
018419         CLOSE REHOLD-WORK-FILE
018420         MOVE "N" TO WS-RHWK-OPEN-SWITCH
018421     END-IF.
018422     CLOSE HOLD-WORK-FILE.
018423     MOVE "N" TO WS-HOLD-EOF-SWITCH.
018424     OPEN INPUT HOLD-WORK-FILE.
018425     IF WS-HWRK-FILE-STATUS NOT = "00"
018426         MOVE "HOLDWORK" TO WS-STOP-FILE-NAME
018427         MOVE WS-HWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
018428         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018429     END-IF.
018430     OPEN OUTPUT HOLD-FILE.
018431     IF WS-HOLD-FILE-STATUS NOT = "00"
018432         CLOSE HOLD-WORK-FILE
018433         MOVE "HOLDFILE" TO WS-STOP-FILE-NAME
018434         MOVE WS-HOLD-FILE-STATUS TO WS-STOP-FILE-STATUS
018435         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018436     END-IF.
018437     PERFORM 3996-COPY-BACK-HOLD THRU 3996-EXIT
018438         UNTIL WS-HOLD-END-OF-FILE.
018439     CLOSE HOLD-WORK-FILE.
018440     CLOSE HOLD-FILE.
018441 3990-EXIT.
018442     EXIT.
018443 3992-COPY-PENDING-HOLD.
018444     READ HOLD-FILE
018445         AT END
018446             MOVE "Y" TO WS-HOLD-EOF-SWITCH
018447             GO TO 3992-EXIT
018448     END-READ.
018449*    A RELEASED ENTRY COMES OFF ONLY WHEN THIS RUN TOOK IT (SEE
018450*    3075).  ONE RELEASED SINCE THE RUN READ THE HOLD FILE IS
018451*    KEPT, SO IT POSTS NEXT TIME.
018452     IF HOLD-IS-RELEASED
018453         MOVE HOLD-TRANS-IMAGE TO RLWK-TRANS-IMAGE
018454         MOVE HOLD-SOURCE-ID TO RLWK-SOURCE-ID
018455         MOVE HOLD-BUSINESS-DATE TO RLWK-BUSINESS-DATE
018456         MOVE HOLD-BATCH-ID TO RLWK-BATCH-ID
018457         READ RELEASE-WORK-FILE
018458             INVALID KEY
018459                 CONTINUE
018460         END-READ
018461         IF WS-RLWK-FILE-STATUS = "00"
018462             GO TO 3992-EXIT
018463         END-IF
018464         IF WS-RLWK-FILE-STATUS NOT = "23"
018465             CLOSE HOLD-FILE
018466             CLOSE HOLD-WORK-FILE
018467             MOVE "RELWORK" TO WS-STOP-FILE-NAME
018468             MOVE WS-RLWK-FILE-STATUS TO WS-STOP-FILE-STATUS
018469             PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018470         END-IF
018471     END-IF.
018472     MOVE HOLD-RECORD TO HWRK-RECORD.
018473     WRITE HWRK-RECORD.
018474     IF WS-HWRK-FILE-STATUS NOT = "00"
018475         CLOSE HOLD-FILE
018476         CLOSE HOLD-WORK-FILE
018477         MOVE "HOLDWORK" TO WS-STOP-FILE-NAME
018478         MOVE WS-HWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
018479         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018480     END-IF.
018481 3992-EXIT.
018482     EXIT.
018483 3994-WRITE-REHOLD-RECORD.
018484     READ REHOLD-WORK-FILE
018485         AT END
018486             MOVE "Y" TO WS-RHWK-EOF-SWITCH
018487             GO TO 3994-EXIT
018488     END-READ.
018489     MOVE RHWK-RECORD TO HWRK-RECORD.
018490     WRITE HWRK-RECORD.
018491     IF WS-HWRK-FILE-STATUS NOT = "00"
018492         CLOSE HOLD-WORK-FILE
018493         MOVE "HOLDWORK" TO WS-STOP-FILE-NAME
018494         MOVE WS-HWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
018495         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018496     END-IF.
018497 3994-EXIT.
018498     EXIT.
018499 3996-COPY-BACK-HOLD.
018500     READ HOLD-WORK-FILE
018501         AT END
018502             MOVE "Y" TO WS-HOLD-EOF-SWITCH
018503             GO TO 3996-EXIT
018504     END-READ.
018505     MOVE HWRK-RECORD TO HOLD-RECORD.
018506     WRITE HOLD-RECORD.
018507     IF WS-HOLD-FILE-STATUS NOT = "00"
018508         CLOSE HOLD-WORK-FILE
018509         CLOSE HOLD-FILE
018510         MOVE "HOLDFILE" TO WS-STOP-FILE-NAME
018511         MOVE WS-HOLD-FILE-STATUS TO WS-STOP-FILE-STATUS
018512         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
018513     END-IF.
018514 3996-EXIT.
018515     EXIT.
018516******************************************************************
018517*    4000-RUN-INTERACTIVE - ORIGINAL TWO-NUMBER CONSOLE ADD.     *
018518******************************************************************
018519 4000-RUN-INTERACTIVE.
018520     MOVE ZERO TO WS-ITEM-COUNT.
018521     MOVE ZERO TO WS-ACCT-ENTRY-COUNT.
018522     MOVE ZERO TO WS-DEBIT-COUNT.
018523     MOVE ZERO TO WS-CREDIT-COUNT.
018524     MOVE ZERO TO WS-DEBIT-TOTAL.
018525     MOVE ZERO TO WS-CREDIT-TOTAL.
018526     MOVE ZERO TO WS-RUNNING-TOTAL.
018527     MOVE "CON " TO WS-CURRENT-SOURCE.
018528     PERFORM 4050-GET-INTER-ACCT THRU 4050-EXIT.
018529     PERFORM 4100-GET-NUM1 THRU 4100-EXIT.
018530     PERFORM 4500-GET-DR-CR-IND THRU 4500-EXIT.
018531     MOVE NUM1 TO WS-ITEM-AMOUNT.
018532     PERFORM 4600-POST-CONSOLE-ITEM THRU 4600-EXIT.
018533     PERFORM 4200-GET-NUM2 THRU 4200-EXIT.
018540     PERFORM 4500-GET-DR-CR-IND THRU 4500-EXIT.
018550     MOVE NUM2 TO WS-ITEM-AMOUNT.
018560     PERFORM 4600-POST-CONSOLE-ITEM THRU 4600-EXIT.
020380     EXIT.
020390******************************************************************
020400*    6000-ACCUMULATE-ACCT-TOTAL - POST WS-ACCT-AMOUNT-IN TO THE  *
020410*    ACCTWORK RECORD FOR THE SOURCE AND WS-ACCT-CODE-IN,         *
020420*    CREATING THE RECORD ON FIRST USE.  A WORK FILE THAT CANNOT  *
020430*    TAKE THE RECORD STOPS THE RUN (9800) - NO DOLLARS ARE EVER  *
020440*    LUMPED UNDER A DUMMY ACCOUNT.                               *
020450******************************************************************
020460 6000-ACCUMULATE-ACCT-TOTAL.
020470     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
020480     MOVE WS-CURRENT-SOURCE TO AWRK-SOURCE.
020490     MOVE WS-ACCT-CODE-IN TO AWRK-CODE.
020500     READ ACCT-WORK-FILE
020510         INVALID KEY
020512             CONTINUE
020514         NOT INVALID KEY
020516             MOVE "Y" TO WS-ACCT-FOUND-SWITCH
020518     END-READ.
020520     IF WS-ACCT-FOUND
020530         ADD 1 TO AWRK-ITEM-COUNT
020540         ADD WS-ACCT-AMOUNT-IN TO AWRK-TOTAL
020545         REWRITE AWRK-RECORD
020550     ELSE
020560         IF WS-AWRK-FILE-STATUS = "23"
020561             PERFORM 6200-ADD-ACCT-ENTRY THRU 6200-EXIT
020562         END-IF
020563     END-IF.
020564     IF WS-AWRK-FILE-STATUS NOT = "00"
020565         MOVE "ACCTWORK" TO WS-STOP-FILE-NAME
020566         MOVE WS-AWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
020567         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
020570     END-IF.
020580 6000-EXIT.
020590     EXIT.
020600******************************************************************
020610*    6040-FIND-SRC-ENTRY - READ (OR START) THE SRCWORK RECORD    *
020620*    FOR WS-CURRENT-SOURCE.  THE CALLER ADDS TO IT AND SAVES IT  *
020625*    THROUGH 6090.                                               *
020630******************************************************************
020640 6040-FIND-SRC-ENTRY.
020650     MOVE "N" TO WS-SRC-FOUND-SWITCH.
020660     MOVE WS-CURRENT-SOURCE TO SWRK-SOURCE.
020670     READ SRC-WORK-FILE
020680         INVALID KEY
020690             CONTINUE
020692         NOT INVALID KEY
020694             MOVE "Y" TO WS-SRC-FOUND-SWITCH
020696     END-READ.
020700     IF WS-SRC-FOUND
020710         GO TO 6040-EXIT
020720     END-IF.
020730     IF WS-SWRK-FILE-STATUS NOT = "23"
020740         MOVE "SRCWORK" TO WS-STOP-FILE-NAME
020750         MOVE WS-SWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
020760         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
020880     END-IF.
020886     ADD 1 TO WS-SRC-COUNT.
020892     MOVE SPACES TO SWRK-RECORD.
020898     MOVE WS-CURRENT-SOURCE TO SWRK-SOURCE.
020904     MOVE WS-SRC-COUNT TO SWRK-SEQ.
020910     MOVE ZERO TO SWRK-ITEM-COUNT.
020916     MOVE ZERO TO SWRK-NET.
020922     MOVE ZERO TO SWRK-EXPECTED.
020928     MOVE "N" TO SWRK-EXP-SW.
020934     MOVE "N" TO SWRK-OOB-SW.
020940     MOVE ZERO TO SWRK-HELD.
020946     MOVE ZERO TO SWRK-RELEASED.
020952 6040-EXIT.
020970     EXIT.
020980******************************************************************
020990*    6050-ACCUMULATE-SRC-TOTAL - POST WS-ACCT-AMOUNT-IN TO THE   *
021000*    RECORD FOR THE SOURCE OF THE RECORD JUST POSTED.            *
021010******************************************************************
021020 6050-ACCUMULATE-SRC-TOTAL.
021030     PERFORM 6040-FIND-SRC-ENTRY THRU 6040-EXIT.
021040     ADD 1 TO SWRK-ITEM-COUNT.
021050     ADD WS-ACCT-AMOUNT-IN TO SWRK-NET.
021055     PERFORM 6090-SAVE-SRC-ENTRY THRU 6090-EXIT.
021060 6050-EXIT.
021070     EXIT.
021080******************************************************************
021090*    6080-SET-SRC-EXPECTED - ROLL A HEADER'S EXPECTED CONTROL    *
021100*    TOTAL INTO ITS SOURCE'S RECORD FOR THE PER-SOURCE BALANCE   *
021110*    CHECK IN 3610.                                              *
021120******************************************************************
021130 6080-SET-SRC-EXPECTED.
021140     PERFORM 6040-FIND-SRC-ENTRY THRU 6040-EXIT.
021150     IF TRANS-IS-CREDIT
021160         SUBTRACT TRANS-AMOUNT FROM SWRK-EXPECTED
021170     ELSE
021180         ADD TRANS-AMOUNT TO SWRK-EXPECTED
021190     END-IF.
021200     MOVE "Y" TO SWRK-EXP-SW.
021205     PERFORM 6090-SAVE-SRC-ENTRY THRU 6090-EXIT.
021210 6080-EXIT.
021220     EXIT.
021230*    PUT BACK THE SRCWORK RECORD 6040 FOUND OR STARTED.
021240 6090-SAVE-SRC-ENTRY.
021250     IF WS-SRC-FOUND
021260         REWRITE SWRK-RECORD
021270     ELSE
021273         WRITE SWRK-RECORD
021276         MOVE "Y" TO WS-SRC-FOUND-SWITCH
021280     END-IF.
021290     IF WS-SWRK-FILE-STATUS NOT = "00"
021291         MOVE "SRCWORK" TO WS-STOP-FILE-NAME
021292         MOVE WS-SWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
021293         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
021294     END-IF.
021295 6090-EXIT.
021300     EXIT.
021301******************************************************************
021302*    6150-START-ACCT-WALK / 6155-READ-NEXT-ACCT - WALK ACCTWORK  *
021303*    IN THE ORDER THE ACCOUNTS WERE FIRST SEEN.  WS-AWRK-END-    *
021304*    OF-FILE IS SET WHEN THE WALK IS DONE.                       *
021305******************************************************************
021306 6150-START-ACCT-WALK.
021307     MOVE "N" TO WS-AWRK-EOF-SWITCH.
021308     MOVE ZERO TO AWRK-SEQ.
021309     START ACCT-WORK-FILE KEY IS NOT LESS THAN AWRK-SEQ
021310         INVALID KEY
021311             MOVE "Y" TO WS-AWRK-EOF-SWITCH
021312     END-START.
021313 6150-EXIT.
021314     EXIT.
021315 6155-READ-NEXT-ACCT.
021316     READ ACCT-WORK-FILE NEXT RECORD
021317         AT END
021318             MOVE "Y" TO WS-AWRK-EOF-SWITCH
021319             GO TO 6155-EXIT
021320     END-READ.
021321     IF WS-AWRK-FILE-STATUS NOT = "00"
021322         MOVE "ACCTWORK" TO WS-STOP-FILE-NAME
021323         MOVE WS-AWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
021324         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
021325     END-IF.
021326 6155-EXIT.
021327     EXIT.
021328******************************************************************
021329*    6170-START-SRC-WALK / 6175-READ-NEXT-SRC - WALK SRCWORK IN  *
021330*    THE ORDER THE SOURCES WERE FIRST SEEN.                      *
021331******************************************************************
021332 6170-START-SRC-WALK.
021333     MOVE "N" TO WS-SWRK-EOF-SWITCH.
021334     MOVE ZERO TO SWRK-SEQ.
021335     START SRC-WORK-FILE KEY IS NOT LESS THAN SWRK-SEQ
021336         INVALID KEY
021337             MOVE "Y" TO WS-SWRK-EOF-SWITCH
021338     END-START.
021339 6170-EXIT.
021340     EXIT.
021341 6175-READ-NEXT-SRC.
021342     READ SRC-WORK-FILE NEXT RECORD
021343         AT END
021344             MOVE "Y" TO WS-SWRK-EOF-SWITCH
021345             GO TO 6175-EXIT
021346     END-READ.
021347     IF WS-SWRK-FILE-STATUS NOT = "00"
021348         MOVE "SRCWORK" TO WS-STOP-FILE-NAME
021349         MOVE WS-SWRK-FILE-STATUS TO WS-STOP-FILE-STATUS
021350         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
021351     END-IF.
021352 6175-EXIT.
021353     EXIT.
021354*    A NEW ACCOUNT TAKES THE NEXT FIRST-SEEN NUMBER.
021355 6200-ADD-ACCT-ENTRY.
021356     ADD 1 TO WS-ACCT-ENTRY-COUNT.
021357     MOVE SPACES TO AWRK-RECORD.
021358     MOVE WS-CURRENT-SOURCE TO AWRK-SOURCE.
021359     MOVE WS-ACCT-CODE-IN TO AWRK-CODE.
021360     MOVE WS-ACCT-ENTRY-COUNT TO AWRK-SEQ.
021370     MOVE 1 TO AWRK-ITEM-COUNT.
021380     MOVE WS-ACCT-AMOUNT-IN TO AWRK-TOTAL.
021390     WRITE AWRK-RECORD.
021540 6200-EXIT.
021550     EXIT.
021560******************************************************************
021570*    6300-FIND-ACCOUNT - READ THE CHART-OF-ACCOUNTS ENTRY FOR    *
021580*    WS-AMST-LOOKUP-CODE FROM AMSTWORK INTO WS-AMST-DESC AND     *
021585*    THE OTHER WS-AMST- FIELDS.                                  *
021590******************************************************************
021600 6300-FIND-ACCOUNT.
021610     MOVE "N" TO WS-AMST-FOUND-SWITCH.
021620     IF NOT WS-AMST-LOADED
021630         GO TO 6300-EXIT
021640     END-IF.
021650     MOVE WS-AMST-LOOKUP-CODE TO AMWK-CODE.
021655     READ AMST-WORK-FILE
021660         INVALID KEY
021665             CONTINUE
021670         NOT INVALID KEY
021675             MOVE "Y" TO WS-AMST-FOUND-SWITCH
021680             MOVE AMWK-DESCRIPTION TO WS-AMST-DESC
021685             MOVE AMWK-ACTIVE-FLAG TO WS-AMST-ACTIVE
021690             MOVE AMWK-EFF-START-DATE TO WS-AMST-EFF-START
021695             MOVE AMWK-EFF-END-DATE TO WS-AMST-EFF-END
021700     END-READ.
021705     IF WS-AMWK-FILE-STATUS NOT = "00"
021710        AND WS-AMWK-FILE-STATUS NOT = "23"
021715         MOVE "AMSTWORK" TO WS-STOP-FILE-NAME
021720         MOVE WS-AMWK-FILE-STATUS TO WS-STOP-FILE-STATUS
021725         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
021730     END-IF.
021735 6300-EXIT.
021740     EXIT.
021750******************************************************************
021760*    6400-VALIDATE-ACCT-CODE - AN ACCOUNT IS GOOD FOR POSTING    *
021830     IF NOT WS-AMST-FOUND
021840         GO TO 6400-EXIT
021850     END-IF.
021860     IF WS-AMST-ACTIVE NOT = "A"
021870         GO TO 6400-EXIT
021880     END-IF.
021890     IF WS-AMST-CHECK-DATE < WS-AMST-EFF-START
021900         GO TO 6400-EXIT
021910     END-IF.
021920     IF WS-AMST-CHECK-DATE > WS-AMST-EFF-END
021930         GO TO 6400-EXIT
021940     END-IF.
021950     MOVE "Y" TO WS-AMST-VALID-SWITCH.
021960 6400-EXIT.
021970     EXIT.
021980******************************************************************
021981*    6450-CHECK-HOLD-LIMIT - FIND THE LOWEST HOLD LIMIT THAT     *
021982*    APPLIES TO THE RECORD'S ACCOUNT OR SOURCE AND SET THE HOLD  *
021983*    SWITCH WHEN TRANS-AMOUNT IS OVER IT.  NO LIMIT ON FILE FOR  *
021984*    EITHER MEANS THE RECORD IS NOT HELD.                        *
021985******************************************************************
021986 6450-CHECK-HOLD-LIMIT.
021987     MOVE "N" TO WS-HOLD-ITEM-SWITCH.
021988     MOVE "N" TO WS-HLIM-FOUND-SWITCH.
021989     MOVE ZERO TO WS-HOLD-LIMIT.
021990     MOVE ZERO TO WS-HLIM-IX.
021991     PERFORM 6460-SCAN-HOLD-LIMITS THRU 6460-EXIT
021992         UNTIL WS-HLIM-IX NOT < WS-HLIM-COUNT.
021993     IF WS-HLIM-FOUND
021994         IF TRANS-AMOUNT > WS-HOLD-LIMIT
021995             MOVE "Y" TO WS-HOLD-ITEM-SWITCH
021996         END-IF
021997     END-IF.
021998 6450-EXIT.
021999     EXIT.
022000 6460-SCAN-HOLD-LIMITS.
022001     ADD 1 TO WS-HLIM-IX.
022002     IF WS-HLIM-TYPE (WS-HLIM-IX) = "A"
022003         IF WS-HLIM-CODE (WS-HLIM-IX) NOT = TRANS-ACCT-CODE
022004             GO TO 6460-EXIT
022005         END-IF
022006     ELSE
022007         IF WS-HLIM-CODE (WS-HLIM-IX) NOT = WS-CURRENT-SOURCE
022008             GO TO 6460-EXIT
022009         END-IF
022010     END-IF.
022011     IF NOT WS-HLIM-FOUND
022012        OR WS-HLIM-AMOUNT (WS-HLIM-IX) < WS-HOLD-LIMIT
022013         MOVE WS-HLIM-AMOUNT (WS-HLIM-IX) TO WS-HOLD-LIMIT
022014         MOVE "Y" TO WS-HLIM-FOUND-SWITCH
022015     END-IF.
022016 6460-EXIT.
022017     EXIT.
022018******************************************************************
022019*    6500-WRITE-ACCT-SUBTOTALS - PRINT ONE SUBTOTAL LINE PER     *
022020*    ACCOUNT AHEAD OF THE GRAND TOTAL LINE.                      *
022021******************************************************************
022022 6500-WRITE-ACCT-SUBTOTALS.
022030     PERFORM 6150-START-ACCT-WALK THRU 6150-EXIT.
022040     PERFORM 6600-WRITE-ACCT-LINE THRU 6600-EXIT
022050         UNTIL WS-AWRK-END-OF-FILE.
022060 6500-EXIT.
022070     EXIT.
022080******************************************************************
022110*    EACH SOURCE'S OWN BALANCE VERDICT.                          *
022120******************************************************************
022130 6550-WRITE-SRC-SUBTOTALS.
022140     PERFORM 6170-START-SRC-WALK THRU 6170-EXIT.
022150     PERFORM 6560-WRITE-SRC-LINE THRU 6560-EXIT
022160         UNTIL WS-SWRK-END-OF-FILE.
022170 6550-EXIT.
022180     EXIT.
022190 6560-WRITE-SRC-LINE.
022200     PERFORM 6175-READ-NEXT-SRC THRU 6175-EXIT.
022202     IF WS-SWRK-END-OF-FILE
022204         GO TO 6560-EXIT
022206     END-IF.
022210     MOVE SPACES TO RPT-SRC-LINE.
022220     MOVE "SOURCE" TO RPT-SRC-LABEL.
022230     MOVE SWRK-SOURCE TO RPT-SRC-ID.
022240     MOVE SWRK-ITEM-COUNT TO RPT-SRC-COUNT.
022250     MOVE SWRK-NET TO RPT-SRC-AMOUNT.
022260     IF SWRK-OUT-OF-BALANCE
022270         MOVE "*** OUT OF BALANCE ***" TO RPT-SRC-STATUS
022280     ELSE
022290         IF SWRK-HAS-EXPECTED
022300             MOVE "IN BALANCE" TO RPT-SRC-STATUS
022310         ELSE
022320             MOVE "NO CONTROL TOTAL" TO RPT-SRC-STATUS
022360 6560-EXIT.
022370     EXIT.
022380 6600-WRITE-ACCT-LINE.
022390     PERFORM 6155-READ-NEXT-ACCT THRU 6155-EXIT.
022392     IF WS-AWRK-END-OF-FILE
022394         GO TO 6600-EXIT
022396     END-IF.
022400     MOVE SPACES TO RPT-ACCT-TOTAL-LINE.
022410     MOVE "ACCOUNT" TO RPT-ACT-LABEL.
022420     MOVE AWRK-SOURCE TO RPT-ACT-SOURCE.
022430     MOVE AWRK-CODE TO RPT-ACT-CODE.
022440     MOVE AWRK-ITEM-COUNT TO RPT-ACT-COUNT.
022450     MOVE AWRK-TOTAL TO RPT-ACT-AMOUNT.
022460     MOVE AWRK-CODE TO WS-AMST-LOOKUP-CODE.
022470     PERFORM 6300-FIND-ACCOUNT THRU 6300-EXIT.
022480     IF WS-AMST-FOUND
022490         MOVE WS-AMST-DESC TO RPT-ACT-DESC
022500     END-IF.
022510     WRITE RPT-ACCT-TOTAL-LINE.
022520 6600-EXIT.
022560*    MASTER FOR THE DIRECT READS.  STATUS 35 JUST MEANS NO      *
022570*    MASTER EXISTS YET - 8500 CREATES IT ON THE FIRST RUN.      *
022580*    RETENTION TRIMMING IS THE PERIODIC PKEY_PURGE STEP'S       *
022590*    JOB, NOT PART OF THE NIGHTLY RUN.  PKEYWORK, WHICH KEEPS    *
022592*    THE KEYS POSTED TONIGHT, IS CREATED EMPTY HERE.             *
022594*    SO IS RELWORK, WHICH KEEPS THE RELEASED HOLD ENTRIES 3075   *
022596*    TAKES.                                                      *
022600******************************************************************
022610 6630-OPEN-POSTED-KEYS.
022620     MOVE ZERO TO WS-PKEY-COUNT.
022640     MOVE "N" TO WS-PKEY-OPEN-SWITCH.
022650     ACCEPT WS-CURRENT-DATE FROM DATE.
022660     OPEN INPUT POSTED-KEY-FILE.
022730                 "PROTECTION OFF THIS RUN"
022740         END-IF
022750     END-IF.
022751     OPEN OUTPUT PKEY-WORK-FILE.
022752     IF WS-PKWK-FILE-STATUS = "00"
022753         CLOSE PKEY-WORK-FILE
022754         OPEN I-O PKEY-WORK-FILE
022755     END-IF.
022756     IF WS-PKWK-FILE-STATUS NOT = "00"
022757         MOVE "PKEYWORK" TO WS-STOP-FILE-NAME
022758         MOVE WS-PKWK-FILE-STATUS TO WS-STOP-FILE-STATUS
022759         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
022760     END-IF.
022761     MOVE "Y" TO WS-PKWK-OPEN-SWITCH.
022762     OPEN OUTPUT RELEASE-WORK-FILE.
022763     IF WS-RLWK-FILE-STATUS = "00"
022764         CLOSE RELEASE-WORK-FILE
022765         OPEN I-O RELEASE-WORK-FILE
022766     END-IF.
022767     IF WS-RLWK-FILE-STATUS NOT = "00"
022768         MOVE "RELWORK" TO WS-STOP-FILE-NAME
022769         MOVE WS-RLWK-FILE-STATUS TO WS-STOP-FILE-STATUS
022770         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
022771     END-IF.
022772     MOVE "Y" TO WS-RLWK-OPEN-SWITCH.
022773 6630-EXIT.
022774     EXIT.
022780******************************************************************
022790*    6700-CHECK-POSTED-KEY - FLAG THE CURRENT TRANS-KEY IF IT    *
022800*    IS ALREADY ON THE MASTER OR WAS POSTED EARLIER IN THIS RUN  *
022810*    (PKEYWORK - THOSE KEYS ARE NOT ON THE MASTER UNTIL END OF   *
022820*    RUN).  BOTH ARE DIRECT KEYED READS.                         *
022830******************************************************************
022840 6700-CHECK-POSTED-KEY.
022850     MOVE "N" TO WS-PKEY-FOUND-SWITCH.
022950     IF WS-KEY-ALREADY-POSTED
022960         GO TO 6700-EXIT
022970     END-IF.
022980     MOVE TRANS-KEY TO PKWK-TRANS-KEY.
022990     READ PKEY-WORK-FILE
023000         INVALID KEY
023010             CONTINUE
023011         NOT INVALID KEY
023012             MOVE "Y" TO WS-PKEY-FOUND-SWITCH
023013     END-READ.
023014     IF WS-PKWK-FILE-STATUS NOT = "00"
023015        AND WS-PKWK-FILE-STATUS NOT = "23"
023016         MOVE "PKEYWORK" TO WS-STOP-FILE-NAME
023017         MOVE WS-PKWK-FILE-STATUS TO WS-STOP-FILE-STATUS
023018         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
023019     END-IF.
023020 6700-EXIT.
023030     EXIT.
023040******************************************************************
023050*    6750-ADD-POSTED-KEY - KEEP THE KEY JUST POSTED ON PKEYWORK  *
023060*    SO A RE-SEND TONIGHT IS CAUGHT AND THE KEY CAN BE WRITTEN   *
023070*    TO THE MASTER AT END OF RUN.                                *
023071******************************************************************
023072 6750-ADD-POSTED-KEY.
023073     MOVE SPACES TO PKWK-RECORD.
023074     MOVE TRANS-KEY TO PKWK-TRANS-KEY.
023075     MOVE WS-CURRENT-DATE TO PKWK-POSTED-DATE.
023076     WRITE PKWK-RECORD
023077         INVALID KEY
023078             CONTINUE
023079     END-WRITE.
023080*    STATUS 22 - THE KEY IS ALREADY KEPT.
023081     IF WS-PKWK-FILE-STATUS = "22"
023082         GO TO 6750-EXIT
023083     END-IF.
023090     IF WS-PKWK-FILE-STATUS NOT = "00"
023091         MOVE "PKEYWORK" TO WS-STOP-FILE-NAME
023092         MOVE WS-PKWK-FILE-STATUS TO WS-STOP-FILE-STATUS
023093         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
023094     END-IF.
023095     ADD 1 TO WS-PKEY-COUNT.
023096 6750-EXIT.
023100     EXIT.
023110******************************************************************
023120*    6800-APPLY-ALLOCATIONS - SPLIT EACH POOL'S NET FOR THE      *
023130*    NIGHT ACROSS THE TARGETS OF THE RULES 6810 LOADED.  RUNS    *
023140*    ONCE ACCTWORK HOLDS THE NIGHT'S TOTALS.                     *
023142*    THE POOL AND TARGET CODES ARE CHECKED AGAIN AGAINST THE     *
023144*    MASTER UNDER THE POSTING DATE, AND A RULE THAT FAILS IS     *
023146*    SKIPPED - ITS POOL KEEPS ITS NET - AND FLAGGED ON THE       *
023148*    REPORT AND THE OPERATIONS LOG.                              *
023150******************************************************************
023160 6800-APPLY-ALLOCATIONS.
023170     MOVE ZERO TO WS-ALOC-LINE-COUNT.
023180     MOVE ZERO TO WS-ALOC-POOL-TOTAL.
023190     MOVE ZERO TO WS-ALOC-APPLIED-COUNT.
023200     MOVE ZERO TO WS-ALOC-PROOF.
023201*    EVERY POOL'S NET IS SUMMED IN ONE PASS OVER ACCTWORK.
023202     IF WS-ALOC-COUNT > ZERO
023203         PERFORM 6150-START-ACCT-WALK THRU 6150-EXIT
023204         PERFORM 6850-SUM-POOL-NETS THRU 6850-EXIT
023205             UNTIL WS-AWRK-END-OF-FILE
023206     END-IF.
023207     MOVE ZERO TO WS-ALOC-IX.
023208     PERFORM 6830-APPLY-ONE-RULE THRU 6830-EXIT
023209         UNTIL WS-ALOC-IX NOT < WS-ALOC-COUNT.
023210 6800-EXIT.
023211     EXIT.
023212******************************************************************
023213*    6810-LOAD-ALLOC-RULES - LOAD ALLOCRUL BEFORE ANY POSTING.   *
023214*    NO FILE MEANS NOTHING IS ALLOCATED TONIGHT; MORE RULES      *
023215*    THAN THE TABLE HOLDS STOPS THE RUN (9800), AS 3080 DOES.    *
023216******************************************************************
023217 6810-LOAD-ALLOC-RULES.
023218     MOVE ZERO TO WS-ALOC-COUNT.
023219     MOVE "N" TO WS-ALOC-EOF-SWITCH.
023220     OPEN INPUT ALLOC-RULE-FILE.
023221     IF WS-ALOC-FILE-STATUS NOT = "00"
023222         DISPLAY "NO ALLOCATION RULES FILE (STATUS "
023223             WS-ALOC-FILE-STATUS ") - NOTHING WILL BE ALLOCATED"
023224         GO TO 6810-EXIT
023225     END-IF.
023226     PERFORM 6815-READ-ALLOC-RULE THRU 6815-EXIT
023227         UNTIL WS-ALOC-END-OF-FILE.
023228     CLOSE ALLOC-RULE-FILE.
023229 6810-EXIT.
023230     EXIT.
023231 6815-READ-ALLOC-RULE.
023232     READ ALLOC-RULE-FILE
023233         AT END
023234             MOVE "Y" TO WS-ALOC-EOF-SWITCH
023235             GO TO 6815-EXIT
023236     END-READ.
023237     IF WS-ALOC-COUNT NOT < WS-ALOC-MAX
023238         CLOSE ALLOC-RULE-FILE
023239         MOVE "ALLOCRUL" TO WS-STOP-FILE-NAME
023240         MOVE WS-ALOC-MAX TO WS-STOP-TABLE-MAX
023241         PERFORM 9800-CAPACITY-STOP THRU 9800-EXIT
023242     END-IF.
023243     ADD 1 TO WS-ALOC-COUNT.
023244     MOVE ALOC-POOL-ACCT TO WS-ALOC-POOL (WS-ALOC-COUNT).
023245     MOVE ALOC-DESCRIPTION TO WS-ALOC-DESC (WS-ALOC-COUNT).
023246     MOVE SPACE TO WS-ALOC-STATUS (WS-ALOC-COUNT).
023247     MOVE ZERO TO WS-ALOC-POOL-NET (WS-ALOC-COUNT).
023248*    A HAND-EDITED COUNT OUTSIDE 1-10 LEAVES THE RULE WITH NO    *
023249*    TARGETS, AND 6830 SKIPS IT FOR ITS PERCENTAGES.             *
023250     IF ALOC-TARGET-COUNT NOT NUMERIC
023251        OR ALOC-TARGET-COUNT > WS-ALOC-TGT-MAX
023252         MOVE ZERO TO WS-ALOC-TGT-COUNT (WS-ALOC-COUNT)
023253     ELSE
023254         MOVE ALOC-TARGET-COUNT
023255             TO WS-ALOC-TGT-COUNT (WS-ALOC-COUNT)
023256     END-IF.
023257     MOVE ZERO TO WS-ALOC-TGT-IX.
023258     PERFORM 6820-LOAD-ALLOC-TARGET THRU 6820-EXIT
023259         UNTIL WS-ALOC-TGT-IX NOT < WS-ALOC-TGT-MAX.
023260 6815-EXIT.
023261     EXIT.
023262 6820-LOAD-ALLOC-TARGET.
023263     ADD 1 TO WS-ALOC-TGT-IX.
023264     MOVE ALOC-TARGET-ACCT (WS-ALOC-TGT-IX)
023265         TO WS-ALOC-TGT-ACCT (WS-ALOC-COUNT, WS-ALOC-TGT-IX).
023266     IF ALOC-TARGET-PCT (WS-ALOC-TGT-IX) IS NUMERIC
023267         MOVE ALOC-TARGET-PCT (WS-ALOC-TGT-IX)
023268             TO WS-ALOC-TGT-PCT (WS-ALOC-COUNT, WS-ALOC-TGT-IX)
023269     ELSE
023270         MOVE ZERO
023271             TO WS-ALOC-TGT-PCT (WS-ALOC-COUNT, WS-ALOC-TGT-IX)
023272     END-IF.
023273     MOVE ZERO TO WS-ALOC-TGT-AMT (WS-ALOC-COUNT, WS-ALOC-TGT-IX).
023274 6820-EXIT.
023275     EXIT.
023276******************************************************************
023277*    6830-APPLY-ONE-RULE - CHECK ONE RULE AND SPLIT ITS POOL'S   *
023278*    NET, TOTALLED ACROSS EVERY SOURCE BY 6850.  EACH SHARE IS   *
023279*    THE POOL NET TIMES THE TARGET'S PERCENTAGE, TRUNCATED TO    *
023280*    THE CENT; WHAT THE TRUNCATION LEAVES GOES TO THE LARGEST    *
023281*    TARGET SO THE SHARES ADD BACK TO THE POOL EXACTLY.  THE     *
023282*    POOL LINE TAKES THE NET OUT (A CREDIT FOR A DEBIT NET) AND  *
023283*    THE TARGET LINES CARRY IT IN ON THE SIDE THE POOL HAD.      *
023284******************************************************************
023285 6830-APPLY-ONE-RULE.
023286     ADD 1 TO WS-ALOC-IX.
023287     MOVE "Y" TO WS-ALOC-CODES-SWITCH.
023288     IF WS-AMST-LOADED
023289         MOVE WS-ALOC-POOL (WS-ALOC-IX) TO WS-AMST-LOOKUP-CODE
023290         PERFORM 6400-VALIDATE-ACCT-CODE THRU 6400-EXIT
023291         IF NOT WS-ACCT-CODE-VALID
023292             MOVE "N" TO WS-ALOC-CODES-SWITCH
023293         END-IF
023294     END-IF.
023295     MOVE ZERO TO WS-ALOC-PCT-TOTAL.
023296     MOVE ZERO TO WS-ALOC-BIG-IX.
023297     MOVE ZERO TO WS-ALOC-BIG-PCT.
023298     MOVE ZERO TO WS-ALOC-TGT-IX.
023299     PERFORM 6840-CHECK-ALLOC-TARGET THRU 6840-EXIT
023300         UNTIL WS-ALOC-TGT-IX NOT <
023301               WS-ALOC-TGT-COUNT (WS-ALOC-IX).
023302     IF NOT WS-ALOC-CODES-VALID
023303         MOVE "B" TO WS-ALOC-STATUS (WS-ALOC-IX)
023304         DISPLAY "ALLOCATION RULE FOR POOL "
023305             WS-ALOC-POOL (WS-ALOC-IX)
023306             " SKIPPED - ACCOUNT CODE NOT VALID FOR POSTING"
023307         IF WS-UNATTENDED
023308             MOVE SPACES TO WS-OPS-MESSAGE
023309             STRING "ALLOCATION FOR POOL "
023310                 WS-ALOC-POOL (WS-ALOC-IX)
023311                 " SKIPPED - ACCOUNT CODE NOT VALID"
023312                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
023313             PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
023314         END-IF
023315         GO TO 6830-EXIT
023316     END-IF.
023317     IF WS-ALOC-PCT-TOTAL NOT = 100
023318         MOVE "P" TO WS-ALOC-STATUS (WS-ALOC-IX)
023319         DISPLAY "ALLOCATION RULE FOR POOL "
023320             WS-ALOC-POOL (WS-ALOC-IX)
023321             " SKIPPED - PERCENTAGES DO NOT TOTAL 100.00"
023322         IF WS-UNATTENDED
023323             MOVE SPACES TO WS-OPS-MESSAGE
023324             STRING "ALLOCATION FOR POOL "
023325                 WS-ALOC-POOL (WS-ALOC-IX)
023326                 " SKIPPED - PERCENTAGES NOT 100.00"
023327                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
023328             PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
023329         END-IF
023330         GO TO 6830-EXIT
023331     END-IF.
023332     IF WS-ALOC-POOL-NET (WS-ALOC-IX) = ZERO
023333         MOVE "Z" TO WS-ALOC-STATUS (WS-ALOC-IX)
023334         GO TO 6830-EXIT
023335     END-IF.
023336     IF WS-ALOC-POOL-NET (WS-ALOC-IX) < ZERO
023337         SUBTRACT WS-ALOC-POOL-NET (WS-ALOC-IX) FROM ZERO
023338             GIVING WS-ALOC-POOL-ABS
023339     ELSE
023340         MOVE WS-ALOC-POOL-NET (WS-ALOC-IX) TO WS-ALOC-POOL-ABS
023341     END-IF.
023342     MOVE ZERO TO WS-ALOC-SHARED.
023343     MOVE ZERO TO WS-ALOC-TGT-IX.
023344     PERFORM 6860-SHARE-ONE-TARGET THRU 6860-EXIT
023345         UNTIL WS-ALOC-TGT-IX NOT <
023346               WS-ALOC-TGT-COUNT (WS-ALOC-IX).
023347*    THE TRUNCATED CENTS GO TO THE LARGEST TARGET, ON THE SAME   *
023348*    SIDE AS ITS SHARE.                                          *
023349     SUBTRACT WS-ALOC-SHARED FROM WS-ALOC-POOL-ABS
023350         GIVING WS-ALOC-SHARE.
023351     IF WS-ALOC-POOL-NET (WS-ALOC-IX) < ZERO
023352         SUBTRACT WS-ALOC-SHARE
023353             FROM WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-BIG-IX)
023354     ELSE
023355         ADD WS-ALOC-SHARE
023356             TO WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-BIG-IX)
023357     END-IF.
023358     MOVE "A" TO WS-ALOC-STATUS (WS-ALOC-IX).
023359*    THE POOL LINE AND EACH TARGET LINE GO INTO THE PROOF ONE    *
023360*    BY ONE, SO THE REPORT'S NET-TO-ZERO LINE CHECKS THE LINES   *
023361*    THE FEED WILL CARRY RATHER THAN THE ARITHMETIC ABOVE.       *
023362     ADD WS-ALOC-POOL-NET (WS-ALOC-IX) TO WS-ALOC-POOL-TOTAL.
023363     ADD 1 TO WS-ALOC-APPLIED-COUNT.
023364     SUBTRACT WS-ALOC-POOL-NET (WS-ALOC-IX) FROM WS-ALOC-PROOF.
023365     ADD 1 TO WS-ALOC-LINE-COUNT.
023366     MOVE ZERO TO WS-ALOC-TGT-IX.
023367     PERFORM 6865-PROVE-ONE-TARGET THRU 6865-EXIT
023368         UNTIL WS-ALOC-TGT-IX NOT <
023369               WS-ALOC-TGT-COUNT (WS-ALOC-IX).
023370 6830-EXIT.
023371     EXIT.
023372*    VALIDATE ONE TARGET CODE, ADD ITS PERCENTAGE TO THE RULE    *
023373*    TOTAL, AND NOTE IT WHEN IT IS THE LARGEST SO FAR.           *
023374 6840-CHECK-ALLOC-TARGET.
023375     ADD 1 TO WS-ALOC-TGT-IX.
023376     ADD WS-ALOC-TGT-PCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023377         TO WS-ALOC-PCT-TOTAL.
023378     IF WS-ALOC-TGT-PCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023379         > WS-ALOC-BIG-PCT
023380         MOVE WS-ALOC-TGT-PCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023381             TO WS-ALOC-BIG-PCT
023382         MOVE WS-ALOC-TGT-IX TO WS-ALOC-BIG-IX
023383     END-IF.
023384     IF WS-AMST-LOADED
023385         MOVE WS-ALOC-TGT-ACCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023386             TO WS-AMST-LOOKUP-CODE
023387         PERFORM 6400-VALIDATE-ACCT-CODE THRU 6400-EXIT
023388         IF NOT WS-ACCT-CODE-VALID
023389             MOVE "N" TO WS-ALOC-CODES-SWITCH
023390         END-IF
023391     END-IF.
023392 6840-EXIT.
023393     EXIT.
023394*    6850-SUM-POOL-NETS - ADD ONE ACCTWORK RECORD INTO THE NET   *
023395*    OF EVERY RULE WHOSE POOL IT IS - THE POOL MAY HAVE COME IN  *
023396*    ON SEVERAL FEEDS.                                           *
023397 6850-SUM-POOL-NETS.
023398     PERFORM 6155-READ-NEXT-ACCT THRU 6155-EXIT.
023399     IF WS-AWRK-END-OF-FILE
023400         GO TO 6850-EXIT
023401     END-IF.
023402     MOVE ZERO TO WS-ALOC-IX.
023403     PERFORM 6855-ADD-TO-POOL-NET THRU 6855-EXIT
023404         UNTIL WS-ALOC-IX NOT < WS-ALOC-COUNT.
023405 6850-EXIT.
023406     EXIT.
023407 6855-ADD-TO-POOL-NET.
023408     ADD 1 TO WS-ALOC-IX.
023409     IF AWRK-CODE = WS-ALOC-POOL (WS-ALOC-IX)
023410         ADD AWRK-TOTAL TO WS-ALOC-POOL-NET (WS-ALOC-IX)
023411     END-IF.
023412 6855-EXIT.
023413     EXIT.
023414 6860-SHARE-ONE-TARGET.
023415     ADD 1 TO WS-ALOC-TGT-IX.
023416     COMPUTE WS-ALOC-SHARE = WS-ALOC-POOL-ABS
023417         * WS-ALOC-TGT-PCT (WS-ALOC-IX, WS-ALOC-TGT-IX) / 100.
023418     ADD WS-ALOC-SHARE TO WS-ALOC-SHARED.
023419     IF WS-ALOC-POOL-NET (WS-ALOC-IX) < ZERO
023420         SUBTRACT WS-ALOC-SHARE FROM ZERO
023421             GIVING WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023422     ELSE
023423         MOVE WS-ALOC-SHARE
023424             TO WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023425     END-IF.
023426 6860-EXIT.
023427     EXIT.
023428 6865-PROVE-ONE-TARGET.
023429     ADD 1 TO WS-ALOC-TGT-IX.
023430     ADD WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023431         TO WS-ALOC-PROOF.
023432     ADD 1 TO WS-ALOC-LINE-COUNT.
023433 6865-EXIT.
023434     EXIT.
023435******************************************************************
023436*    6870-WRITE-ALLOC-SECTION - PRINT THE COST ALLOCATION        *
023437*    SECTION AFTER THE ACCOUNT SUBTOTALS: EACH POOL'S NET,       *
023438*    EACH TARGET'S SHARE, THE AMOUNT TAKEN OUT OF THE POOL,      *
023439*    AND A CLOSING LINE PROVING THE ALLOCATION LINES NET TO      *
023440*    ZERO.  NOTHING PRINTS ON A NIGHT WITH NO RULES.             *
023441******************************************************************
023442 6870-WRITE-ALLOC-SECTION.
023443     IF WS-ALOC-COUNT = ZERO
023444         GO TO 6870-EXIT
023445     END-IF.
023446     MOVE SPACES TO RPT-TEXT-LINE.
023447     MOVE "----- COST ALLOCATION -----" TO RPT-TEXT.
023448     WRITE RPT-TEXT-LINE.
023449     MOVE ZERO TO WS-ALOC-IX.
023450     PERFORM 6875-WRITE-ALLOC-RULE THRU 6875-EXIT
023451         UNTIL WS-ALOC-IX NOT < WS-ALOC-COUNT.
023452     MOVE SPACES TO RPT-TOTAL-LINE.
023453     MOVE "POOL OUT" TO RPT-TOT-LABEL.
023454     MOVE WS-ALOC-APPLIED-COUNT TO RPT-TOT-COUNT.
023455     SUBTRACT WS-ALOC-POOL-TOTAL FROM ZERO GIVING RPT-TOT-AMOUNT.
023456     WRITE RPT-TOTAL-LINE.
023457     MOVE SPACES TO RPT-TOTAL-LINE.
023458     MOVE "ALOC NET" TO RPT-TOT-LABEL.
023459     MOVE WS-ALOC-LINE-COUNT TO RPT-TOT-COUNT.
023460     MOVE WS-ALOC-PROOF TO RPT-TOT-AMOUNT.
023461     IF WS-ALOC-PROOF = ZERO
023462         MOVE "NETS TO ZERO" TO RPT-TOT-BALANCE-MSG
023463     ELSE
023464         MOVE "*** DOES NOT NET ***" TO RPT-TOT-BALANCE-MSG
023465     END-IF.
023466     WRITE RPT-TOTAL-LINE.
023467 6870-EXIT.
023468     EXIT.
023469 6875-WRITE-ALLOC-RULE.
023470     ADD 1 TO WS-ALOC-IX.
023471     MOVE SPACES TO RPT-ALOC-LINE.
023472     MOVE "POOL" TO RPT-ALC-LABEL.
023473     MOVE WS-ALOC-POOL (WS-ALOC-IX) TO RPT-ALC-CODE.
023474     MOVE WS-ALOC-POOL-NET (WS-ALOC-IX) TO RPT-ALC-AMOUNT.
023475     EVALUATE TRUE
023476         WHEN WS-ALOC-BAD-CODE (WS-ALOC-IX)
023477             MOVE "*** SKIPPED - BAD CODE" TO RPT-ALC-DESC
023478         WHEN WS-ALOC-BAD-PCT (WS-ALOC-IX)
023479             MOVE "*** SKIPPED - PCT <> 100" TO RPT-ALC-DESC
023480         WHEN WS-ALOC-NOTHING (WS-ALOC-IX)
023481             MOVE "NOTHING TO ALLOCATE" TO RPT-ALC-DESC
023482         WHEN OTHER
023483             MOVE WS-ALOC-DESC (WS-ALOC-IX) TO RPT-ALC-DESC
023484     END-EVALUATE.
023485     WRITE RPT-ALOC-LINE.
023486     IF NOT WS-ALOC-APPLIED (WS-ALOC-IX)
023487         GO TO 6875-EXIT
023488     END-IF.
023489     MOVE ZERO TO WS-ALOC-TGT-IX.
023490     PERFORM 6880-WRITE-ALLOC-TARGET THRU 6880-EXIT
023491         UNTIL WS-ALOC-TGT-IX NOT <
023492               WS-ALOC-TGT-COUNT (WS-ALOC-IX).
023493     MOVE SPACES TO RPT-ALOC-LINE.
023494     MOVE "POOL OUT" TO RPT-ALC-LABEL.
023495     MOVE WS-ALOC-POOL (WS-ALOC-IX) TO RPT-ALC-CODE.
023496     SUBTRACT WS-ALOC-POOL-NET (WS-ALOC-IX) FROM ZERO
023497         GIVING RPT-ALC-AMOUNT.
023498     MOVE "ALLOCATED OUT OF POOL" TO RPT-ALC-DESC.
023499     WRITE RPT-ALOC-LINE.
023500 6875-EXIT.
023501     EXIT.
023502 6880-WRITE-ALLOC-TARGET.
023503     ADD 1 TO WS-ALOC-TGT-IX.
023504     MOVE SPACES TO RPT-ALOC-LINE.
023505     MOVE "  TARGET" TO RPT-ALC-LABEL.
023506     MOVE WS-ALOC-TGT-ACCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023507         TO RPT-ALC-CODE.
023508     MOVE WS-ALOC-TGT-PCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023509         TO RPT-ALC-PCT.
023510     MOVE WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023511         TO RPT-ALC-AMOUNT.
023512     MOVE WS-ALOC-TGT-ACCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
023513         TO WS-AMST-LOOKUP-CODE.
023514     PERFORM 6300-FIND-ACCOUNT THRU 6300-EXIT.
023515     IF WS-AMST-FOUND
023516         MOVE WS-AMST-DESC TO RPT-ALC-DESC
023517     END-IF.
023518     WRITE RPT-ALOC-LINE.
023519 6880-EXIT.
023520     EXIT.
023521******************************************************************
023522*    6900-WRITE-DRCR-TOTALS - PRINT THE DEBIT AND CREDIT SIDE    *
023523*    TOTAL LINES AHEAD OF THE NET LINE.                          *
023524******************************************************************
023525 6900-WRITE-DRCR-TOTALS.
023526     MOVE SPACES TO RPT-TOTAL-LINE.
023527     MOVE "DEBITS" TO RPT-TOT-LABEL.
023528     MOVE WS-DEBIT-COUNT TO RPT-TOT-COUNT.
023529     MOVE WS-DEBIT-TOTAL TO RPT-TOT-AMOUNT.
023530     WRITE RPT-TOTAL-LINE.
023531     MOVE SPACES TO RPT-TOTAL-LINE.
023532     MOVE "CREDITS" TO RPT-TOT-LABEL.
023533     MOVE WS-CREDIT-COUNT TO RPT-TOT-COUNT.
023534     SUBTRACT WS-CREDIT-TOTAL FROM ZERO GIVING RPT-TOT-AMOUNT.
023535     WRITE RPT-TOTAL-LINE.
023536 6900-EXIT.
023537     EXIT.
023538******************************************************************
023539*    6950-WRITE-RUN-SUMMARY - ONE PLACE FOR THE CLERK TO TICK    *
023540*    AND TIE: RECORD COUNT, GRAND NET, EXPECTED CONTROL TOTAL,   *
023541*    AND THE BALANCE VERDICT.                                    *
023542******************************************************************
023543 6950-WRITE-RUN-SUMMARY.
023544     MOVE SPACES TO RPT-TEXT-LINE.
023545     MOVE "----- RUN SUMMARY -----" TO RPT-TEXT.
023550     WRITE RPT-TEXT-LINE.
023560     MOVE SPACES TO RPT-TOTAL-LINE.
023570     MOVE "RECORDS" TO RPT-TOT-LABEL.
023620     END-IF.
023630     MOVE TOTAL TO RPT-TOT-AMOUNT.
023640     WRITE RPT-TOTAL-LINE.
023641     IF NOT WS-INTERACTIVE-MODE
023642         MOVE SPACES TO RPT-HOLD-LINE
023643         MOVE "ON HOLD" TO RPT-HOLD-LABEL
023644         MOVE WS-ONHOLD-COUNT TO RPT-HOLD-COUNT
023645         MOVE WS-ONHOLD-AMOUNT TO RPT-HOLD-AMOUNT
023646         WRITE RPT-HOLD-LINE
023647     END-IF.
023650     IF WS-EXPECTED-SUPPLIED
023660         MOVE SPACES TO RPT-TOTAL-LINE
023670         MOVE "EXPECTED" TO RPT-TOT-LABEL
024660         CLOSE GL-HIST-FILE
024670         OPEN EXTEND GL-HIST-FILE
024680     END-IF.
024690     PERFORM 6150-START-ACCT-WALK THRU 6150-EXIT.
024700     PERFORM 8100-WRITE-GL-RECORD THRU 8100-EXIT
024710         UNTIL WS-AWRK-END-OF-FILE.
024712*    THE COST ALLOCATION LINES FOLLOW THE FEED LINES.
024714     MOVE ZERO TO WS-ALOC-IX.
024716     PERFORM 8200-WRITE-ALLOC-GL THRU 8200-EXIT
024718         UNTIL WS-ALOC-IX NOT < WS-ALOC-COUNT.
024720     CLOSE GL-FILE.
024730     CLOSE GL-HIST-FILE.
024740 8000-EXIT.
024750     EXIT.
024760 8100-WRITE-GL-RECORD.
024770     PERFORM 6155-READ-NEXT-ACCT THRU 6155-EXIT.
024772     IF WS-AWRK-END-OF-FILE
024774         GO TO 8100-EXIT
024776     END-IF.
024780     MOVE SPACES TO GL-RECORD.
024790     MOVE WS-BATCH-ID TO GL-BATCH-ID.
024800     MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE.
024810     MOVE AWRK-CODE TO GL-ACCT-CODE.
024820     MOVE AWRK-SOURCE TO GL-SOURCE-ID.
024830*    GL-AMOUNT IS AN UNSIGNED MAGNITUDE - THE INDICATOR SAYS     *
024840*    WHICH SIDE THE ACCOUNT NET POSTS TO.                        *
024850     IF AWRK-TOTAL < ZERO
024860         SUBTRACT AWRK-TOTAL FROM ZERO
024870             GIVING GL-AMOUNT
024880         MOVE "C" TO GL-DR-CR-IND
024890     ELSE
024900         MOVE AWRK-TOTAL TO GL-AMOUNT
024910         MOVE "D" TO GL-DR-CR-IND
024920     END-IF.
024925     MOVE AWRK-ITEM-COUNT TO GL-ITEM-COUNT.
024930     WRITE GL-RECORD.
024940     MOVE GL-RECORD TO GLH-RECORD.
024950     WRITE GLH-RECORD.
024960 8100-EXIT.
024970     EXIT.
024980******************************************************************
024990*    8200-WRITE-ALLOC-GL - EMIT THE BALANCING LINES FOR ONE      *
025000*    APPLIED ALLOCATION RULE UNDER SOURCE ALOC - THE POOL LINE   *
025010*    TAKING ITS NET OUT, THEN ONE LINE PER TARGET SHARE.         *
025012******************************************************************
025014 8200-WRITE-ALLOC-GL.
025016     ADD 1 TO WS-ALOC-IX.
025018     IF NOT WS-ALOC-APPLIED (WS-ALOC-IX)
025020         GO TO 8200-EXIT
025022     END-IF.
025024     MOVE WS-ALOC-POOL (WS-ALOC-IX) TO WS-ALOC-GL-CODE.
025026     SUBTRACT WS-ALOC-POOL-NET (WS-ALOC-IX) FROM ZERO
025028         GIVING WS-ALOC-GL-AMOUNT.
025030     PERFORM 8290-WRITE-ALLOC-LINE THRU 8290-EXIT.
025032     MOVE ZERO TO WS-ALOC-TGT-IX.
025034     PERFORM 8250-WRITE-ALLOC-TARGET THRU 8250-EXIT
025036         UNTIL WS-ALOC-TGT-IX NOT <
025038               WS-ALOC-TGT-COUNT (WS-ALOC-IX).
025040 8200-EXIT.
025042     EXIT.
025044 8250-WRITE-ALLOC-TARGET.
025046     ADD 1 TO WS-ALOC-TGT-IX.
025048     MOVE WS-ALOC-TGT-ACCT (WS-ALOC-IX, WS-ALOC-TGT-IX)
025050         TO WS-ALOC-GL-CODE.
025052     MOVE WS-ALOC-TGT-AMT (WS-ALOC-IX, WS-ALOC-TGT-IX)
025054         TO WS-ALOC-GL-AMOUNT.
025056     PERFORM 8290-WRITE-ALLOC-LINE THRU 8290-EXIT.
025058 8250-EXIT.
025060     EXIT.
025062 8290-WRITE-ALLOC-LINE.
025064     MOVE SPACES TO GL-RECORD.
025066     MOVE WS-BATCH-ID TO GL-BATCH-ID.
025068     MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE.
025070     MOVE WS-ALOC-GL-CODE TO GL-ACCT-CODE.
025072     MOVE "ALOC" TO GL-SOURCE-ID.
025074     IF WS-ALOC-GL-AMOUNT < ZERO
025076         SUBTRACT WS-ALOC-GL-AMOUNT FROM ZERO GIVING GL-AMOUNT
025078         MOVE "C" TO GL-DR-CR-IND
025080     ELSE
025082         MOVE WS-ALOC-GL-AMOUNT TO GL-AMOUNT
025084         MOVE "D" TO GL-DR-CR-IND
025086     END-IF.
025088     MOVE ZERO TO GL-ITEM-COUNT.
025090     WRITE GL-RECORD.
025092     MOVE GL-RECORD TO GLH-RECORD.
025094     WRITE GLH-RECORD.
025096 8290-EXIT.
025098     EXIT.
025100******************************************************************
025102*    8500-UPDATE-POSTED-KEYS - COPY THE KEYS THIS RUN POSTED     *
025104*    FROM PKEYWORK TO THE INDEXED MASTER, ONE KEYED WRITE EACH,  *
025106*    STAMPED WITH THE POSTED DATE.  THE MASTER IS CREATED ON     *
025108*    THE FIRST RUN.                                              *
025110******************************************************************
025112 8500-UPDATE-POSTED-KEYS.
025120     IF WS-PKEY-COUNT = ZERO
025130         GO TO 8500-EXIT
025140     END-IF.
025240             WS-PKEY-FILE-STATUS ")"
025250         GO TO 8500-EXIT
025260     END-IF.
025270     MOVE "N" TO WS-PKWK-EOF-SWITCH.
025271     MOVE ZERO TO PKWK-TRANS-KEY.
025272     START PKEY-WORK-FILE KEY IS NOT LESS THAN PKWK-TRANS-KEY
025273         INVALID KEY
025274             MOVE "Y" TO WS-PKWK-EOF-SWITCH
025275     END-START.
025280     PERFORM 8600-WRITE-POSTED-KEY THRU 8600-EXIT
025290         UNTIL WS-PKWK-END-OF-FILE.
025300     CLOSE POSTED-KEY-FILE.
025310 8500-EXIT.
025320     EXIT.
025330 8600-WRITE-POSTED-KEY.
025340     READ PKEY-WORK-FILE NEXT RECORD
025341         AT END
025342             MOVE "Y" TO WS-PKWK-EOF-SWITCH
025343             GO TO 8600-EXIT
025344     END-READ.
025345     IF WS-PKWK-FILE-STATUS NOT = "00"
025346         DISPLAY "POSTED-KEY WORK FILE NOT READ (STATUS "
025347             WS-PKWK-FILE-STATUS ") - MASTER UPDATE INCOMPLETE"
025348         MOVE "Y" TO WS-PKWK-EOF-SWITCH
025349         GO TO 8600-EXIT
025350     END-IF.
025351     MOVE SPACES TO PKEY-RECORD.
025360     MOVE PKWK-TRANS-KEY TO PKEY-TRANS-KEY.
025370     MOVE PKWK-POSTED-DATE TO PKEY-POSTED-DATE.
025380     WRITE PKEY-RECORD
025390         INVALID KEY
025400*            ALREADY ON THE MASTER - A RESTARTED RUN KEEPS THE   *
025410*            KEYS IT RE-CLASSIFIED ON THE SKIP PATH AGAIN.       *
025420             CONTINUE
025430     END-WRITE.
025440 8600-EXIT.
025580 8800-EXIT.
025590     EXIT.
025600******************************************************************
025601*    8900-CLOSE-WORK-FILES - CLOSE WHICHEVER OF THE INDEXED      *
025602*    WORK FILES THE RUN HAS OPEN.                                *
025603******************************************************************
025604 8900-CLOSE-WORK-FILES.
025605     IF WS-AWRK-FILE-OPEN
025606         CLOSE ACCT-WORK-FILE
025607         MOVE "N" TO WS-AWRK-OPEN-SWITCH
025608     END-IF.
025609     IF WS-SWRK-FILE-OPEN
025610         CLOSE SRC-WORK-FILE
025611         MOVE "N" TO WS-SWRK-OPEN-SWITCH
025612     END-IF.
025613     IF WS-PKWK-FILE-OPEN
025614         CLOSE PKEY-WORK-FILE
025615         MOVE "N" TO WS-PKWK-OPEN-SWITCH
025616     END-IF.
025617     IF WS-RLWK-FILE-OPEN
025618         CLOSE RELEASE-WORK-FILE
025619         MOVE "N" TO WS-RLWK-OPEN-SWITCH
025620     END-IF.
025621     IF WS-AMST-LOADED
025622         CLOSE AMST-WORK-FILE
025623         MOVE "N" TO WS-AMST-LOADED-SWITCH
025624     END-IF.
025625 8900-EXIT.
025626     EXIT.
025627******************************************************************
025628*    9700-WRITE-OPS-LOG - APPEND ONE PLAIN-LANGUAGE LINE TO     *
025629*    THE OPERATIONS LOG, CREATED ON FIRST USE LIKE THE AUDIT    *
025630*    LOG.  ONLY AN UNATTENDED RUN WRITES HERE, EXCEPT FOR A      *
025635*    CAPACITY STOP (9800), WHICH IS LOGGED FOR EVERY RUN.        *
025640******************************************************************
025650 9700-WRITE-OPS-LOG.
025660     ACCEPT WS-CURRENT-DATE FROM DATE.
025810     CLOSE OPS-LOG.
025820 9700-EXIT.
025830     EXIT.
025840******************************************************************
025850*    9800-CAPACITY-STOP - A WORK FILE WOULD NOT OPEN OR TAKE A   *
025860*    RECORD, MOST OFTEN BECAUSE ITS SPACE IS GONE, OR A LIMIT    *
025870*    OR RULE FILE HAS OUTGROWN ITS TABLE.  NOTHING IS            *
025880*    POSTED TO A DUMMY ACCOUNT AND NO TOTAL IS TRUSTED - THE     *
025890*    RUN STOPS WITH RC 8 AND AN OPERATIONS LOG LINE, WITHOUT     *
025900*    THE AUDIT ENTRY, THE GL FEED, THE POSTED-KEY UPDATE, OR     *
025910*    THE COMPLETION STAMP.  THE CHECKPOINT AND THE START STAMP   *
025920*    ARE LEFT SO THE NIGHT IS RERUN THROUGH THE GATE ONCE THE    *
025930*    SPACE IS FREED.                                             *
025940******************************************************************
025950 9800-CAPACITY-STOP.
025960     MOVE SPACES TO WS-OPS-MESSAGE.
025970     IF WS-STOP-TABLE-MAX > ZERO
025980         STRING "RUN STOPPED - " DELIMITED BY SIZE
025990             WS-STOP-FILE-NAME DELIMITED BY SPACE
026000             " HAS MORE THAN " WS-STOP-TABLE-MAX
026010             " ENTRIES" DELIMITED BY SIZE
026020             INTO WS-OPS-MESSAGE
026030     ELSE
026040         STRING "RUN STOPPED - WORK FILE " DELIMITED BY SIZE
026050             WS-STOP-FILE-NAME DELIMITED BY SPACE
026060             " FULL OR FAILED (STATUS " WS-STOP-FILE-STATUS ")"
026070                 DELIMITED BY SIZE
026080             INTO WS-OPS-MESSAGE
026090     END-IF.
026100     DISPLAY "ADD_NUMBERS " WS-OPS-MESSAGE.
026110     PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT.
026120     PERFORM 3900-CLOSE-SUSPENSE-FILE THRU 3900-EXIT.
026130     IF WS-TRANS-FILE-OPEN
026140         CLOSE TRANS-FILE
026150     END-IF.
026160     IF WS-FEED-LIST-OPEN
026170         CLOSE FEED-LIST
026180     END-IF.
026190     IF WS-PKEY-MASTER-OPEN
026200         CLOSE POSTED-KEY-FILE
026210     END-IF.
026220     PERFORM 8900-CLOSE-WORK-FILES THRU 8900-EXIT.
026230     IF WS-RPT-FILE-OPEN
026240         CLOSE REPORT-FILE
026250     END-IF.
026260     MOVE 8 TO RETURN-CODE.
026270     GOBACK.
026280 9800-EXIT.
026290     EXIT.
