      *                   RESTART - FINISHES UNDER THE TAG THE
      *                   DEAD RUN STAMPED ON THE LINES IT HAD
      *                   ALREADY WRITTEN.
      *  10/15/2026  PJM  EVERY FORWARD RUN NOW ARCHIVES THE
      *                   MEMBER'S SOURCE EXACTLY AS SHIPPED TO
      *                   _shipped.dat, SEALED ALONGSIDE THE
      *                   MEMBER UNDER THE SAME CROSSREF
      *                   GENERATION.  DEOBF COMPARES THE RETURN
      *                   AGAINST THAT ARCHIVE, NOT AGAINST
      *                   PRODUCTION AS IT SITS NOW, AND THE NEW
      *                   RUNMODE=MERGE THREE-WAY MERGES THE
      *                   SHIPPED SOURCE, CURRENT PRODUCTION AND
      *                   THE TRANSLATED RETURN INTO A MERGED
      *                   MEMBER WITH A CONFLICT REPORT TAGGED BY
      *                   PRODUCTION LINE NUMBER.  AN UNRESOLVED
      *                   CONFLICT IS REASON 0015, A MERGE THAT
      *                   COULD NOT RUN IS REASON 0016 - BOTH
      *                   DIRTY.
      *  10/15/2026  PJM  EVERY DEOBF RUN NOW WRITES A VENDOR NAME
      *                   REPORT PER MEMBER - NAMES THE RETURN
      *                   DECLARES THAT WE NEVER SHIPPED, WORDS
      *                   SHAPED LIKE OUR GENERATED SERIES THAT
      *                   ARE IN NEITHER THE CROSSREF NOR THE
      *                   DICTIONARY, AND VENDOR NAMES THAT CLASH
      *                   WITH A REAL NAME IN THE MEMBER OR THE
      *                   DICTIONARY.  THE THREE COUNTS ARE
      *                   APPENDED TO THE BATCHCTL.DAT RECORD.
      *  10/15/2026  PJM  EVERY FORWARD RUN NOW WRITES A WHERE-USED
      *                   REPORT BESIDE THE CROSSREF - EACH LINE A
      *                   SYMBOL IS DECLARED, REFERENCED OR
      *                   MODIFIED ON, BY PRODUCTION AND OUTPUT
      *                   LINE NUMBER, IN GENERATED-NAME ORDER -
      *                   WITH THE DATA ITEMS NEVER REFERENCED AND
      *                   THE PARAGRAPHS NEVER PERFORMED OR GONE TO
      *                   LISTED IN A SECTION OF THEIR OWN.
      *  10/15/2026  PJM  EXEC CICS BLOCKS ARE NOW SCANNED LIKE
      *                   EXEC SQL BLOCKS.  A DATA NAME IN AN
      *                   OPTION (INTO, FROM, COMMAREA, LENGTH,
      *                   RIDFLD, SET AND THE REST) IS CAPTURED AS
      *                   AN ORDINARY DATA NAME; QUOTED MAP,
      *                   MAPSET, FILE AND QUEUE NAMES GO OUT ON
      *                   THE NEW RSRC SERIES (KIND R), QUOTED
      *                   TRANSACTION IDS ON THE FOUR-CHARACTER
      *                   TRAN SERIES (KIND T), AND QUOTED LINK/
      *                   XCTL PROGRAMS ON THE PROG SERIES SO THEY
      *                   LINE UP WITH CALL TARGETS.  IN A CICS
      *                   MEMBER THE DFH AND EIB NAMES AND EVERY
      *                   NAME IN A BMS SYMBOLIC MAP ARE NEVER
      *                   RENAMED.
      *  10/15/2026  PJM  JCL AND PROC MEMBERS MAY NOW BE LISTED ON
      *                   THE MANIFEST (TYPE=JCL/PROC OR A .JCL OR
      *                   .PRC MEMBER).  EXEC PGM= AND PROC TARGETS
      *                   TAKE THEIR PROG SERIES NAMES FROM THE
      *                   DICTIONARY; AN ASSIGN TARGET IS NOW
      *                   RENAMED F AND ITS FILE'S NUMBER (KIND A)
      *                   AND THE DD STATEMENT FOLLOWS IT; DATASET
      *                   QUALIFIERS GO OUT ON THE NEW QUAL SERIES
      *                   (KIND Q).  A JCL MEMBER WITHOUT DICTFILE=
      *                   IS REASON 0017.
      *  10/15/2026  PJM  RUNMODE=CHANGED - A FORWARD MANIFEST RUN
      *                   THAT PROCESSES ONLY MEMBERS WHOSE SOURCE,
      *                   SHIPPING CONFIG OR ANY COPYBOOK THEY PULL
      *                   IN HAS CHANGED SINCE THEIR LAST SEALED
      *                   SHIPMENT, OR THAT WERE NOT CLEAN LAST RUN;
      *                   THE REST ARE CARRIED FORWARD.  EVERY
      *                   SEALED MEMBER'S SOURCE AND COPYBOOK
      *                   FINGERPRINTS ARE KEPT IN copydeps.dat, AND
      *                   impact_report.txt SAYS WHY EACH MEMBER RAN
      *                   AND HOW MANY MEMBERS EACH COPYBOOK CHANGE
      *                   AFFECTED.
      *  10/15/2026  PJM  STAGE=Y / STAGEDIR= - A FORWARD BATCH
      *                   ENDS BY COPYING THE SEALED DELIVERABLES OF
      *                   ITS CLEAN MEMBERS TO THE STAGING DIRECTORY,
      *                   REFUSING DIRTY AND SKIPPED ONES, SWEEPING
      *                   WHAT IT STAGED FOR ORIGINAL NAMES, CROSSREF
      *                   AND DICTIONARY CONTENT, AND WRITING
      *                   packing_list.txt THERE AND transmittal.txt
      *                   IN HOUSE.  RUNMODE=STAGE STAGES THE LAST
      *                   BATCH ALONE.  A FAILED STAGING IS RC 12.
      *                   COPYDEPS.DAT NOW CARRIES D RECORDS FOR EACH
      *                   MEMBER'S DELIVERED FILES.
      *  10/15/2026  PJM  SEPARATE NAME SPACES PER VENDOR.  VENDOR=
      *                   IN CONFIG.DAT, ON A MANIFEST LINE OF ITS
      *                   OWN OR ON AN ENTRY PICKS THE VENDOR; EACH
      *                   VENDOR HAS ITS OWN DICTIONARY, COUNTERS,
      *                   SHIPSEAL/COPYDEPS HISTORY, OUTPUT AND
      *                   STAGING DIRECTORY, AND ITS SERIES NUMBERS
      *                   ARE SCRAMBLED BY A KEY FROM ITS CODE, SO
      *                   NO TWO VENDORS SEE THE SAME NAME FOR A
      *                   FIELD.  VENDORS.DAT LEDGERS WHAT WENT TO
      *                   WHOM.  DEOBF TAKES A RETURN UNDER THE ONE
      *                   VENDOR THAT HAD THE MEMBER AND REFUSES
      *                   ONE CARRYING ANOTHER VENDOR'S NAMES
      *                   (0018) OR THAT CANNOT BE PLACED (0019).
      *                   DICTMAINT WORKS PER VENDOR (VENDOR=ALL FOR
      *                   EVERY ONE) AND WRITES VENDOR_REPORT.TXT.
      *  10/15/2026  PJM  RUNMODE=LOOKUP TRANSLATES ANY TEXT - A
      *                   VENDOR TICKET, COMPILE LISTING, DUMP OR A
      *                   LIST OF GENERATED NAMES (LOOKUPIN=) - BACK
      *                   TO OUR NAMES (LOOKUPOUT=) FROM EVERY
      *                   MEMBER CROSSREF AND THE DICTIONARY, NOTING
      *                   MEMBER AND PRODUCTION LINE UNDER EACH LINE.
      *                   A NAME WITH MORE THAN ONE MEANING IS LEFT
      *                   AS IT STANDS AND EVERY MEANING LISTED.
      *  10/15/2026  PJM  EVERY RUN THAT PROCESSES MEMBERS NOW
      *                   APPENDS ITS BATCH CONTROL RECORDS AND
      *                   TRAILER TO THE HISTORY.DAT RUN LEDGER,
      *                   STAMPED WITH RUN ID, MODE, CONFIG AND RC;
      *                   RUNMODE=HISTORY SUMMARIZES THE LEDGER BY
      *                   MONTH AND BY MEMBER WITH REASON CODES,
      *                   DIRTY STREAKS AND SHIPMENT DATES.
      *  10/15/2026  PJM  JOB AND PROC NAMES TAKE THE SEVEN-CHARACTER
      *                   Q FORM; A JCL MEMBER WITH AN UNKNOWN OR
      *                   OVERLONG PGM/PROC/DD NAME IS DIRTY 0017;
      *                   SWEEP CHECKS DD AND QUALIFIER NAMES IN JCL
      *                   FILES ONLY; VENDOR COUNTERS ARE HELD
      *                   ACROSS VENDOR SWITCHES; SPILLED MEMBERS
      *                   GET A FULL WHERE-USED LISTING; HISTORY
      *                   REPORT TALLIES RETURN RUNS SEPARATELY.
      *  10/15/2026  PJM  BATCHCTL RECORDS CARRY A CARRIED FLAG SO
      *                   STAGE=Y AND RUNMODE=STAGE LEAVE OUT THE
      *                   SAME UNCHANGED MEMBERS; A BAD CONFIG
      *                   VENDOR= NOW ENDS THE RUN WITH RC 16; THE
      *                   IMPACT REPORT KEEPS LONG COPYBOOK NAMES;
      *                   OTHER VENDORS' CROSSREFS ARE FOUND THROUGH
      *                   THE VENDOR PATHS, MANIFEST RUNS ONLY.
      *  10/15/2026  PJM  VENDOR LEDGER RECORDS A SHIPMENT ONLY FOR A
      *                   MEMBER THAT CAME OUT CLEAN; HISTORY REPORT
      *                   RETURN-RUN TABLE DROPS THE CARRIED COLUMN.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICTRPT-STATUS.

           SELECT SHIPSEAL-FILE ASSIGN TO DYNAMIC WS-SEAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPSEAL-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELN-STATUS.

           SELECT SHIPPED-FILE ASSIGN TO DYNAMIC WS-SHIPPED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPPED-STATUS.

           SELECT PRODMEM-FILE ASSIGN TO DYNAMIC WS-PROD-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMEM-STATUS.

           SELECT MERGED-FILE ASSIGN TO DYNAMIC WS-MERGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-CONFLICT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.

           SELECT VNDRPT-FILE ASSIGN TO DYNAMIC WS-VNDRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VNDRPT-STATUS.

           SELECT WHEREUSED-FILE ASSIGN TO DYNAMIC WS-WHEREUSED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHEREUSED-STATUS.

           SELECT COPYDEPS-FILE ASSIGN TO DYNAMIC WS-DEPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPS-STATUS.

           SELECT IMPACT-FILE ASSIGN TO DYNAMIC WS-IMPACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-STATUS.

           SELECT STAGE-FILE ASSIGN TO DYNAMIC WS-STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT PACKLIST-FILE ASSIGN TO DYNAMIC WS-PACKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKLIST-STATUS.

           SELECT TRANSMIT-FILE ASSIGN TO DYNAMIC WS-TRANSMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.

           SELECT VLEDGER-FILE ASSIGN TO DYNAMIC WS-VLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLEDGER-STATUS.

           SELECT XVND-FILE ASSIGN TO DYNAMIC WS-XVND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XVND-STATUS.

           SELECT LKPIN-FILE ASSIGN TO DYNAMIC WS-LKPIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKPIN-STATUS.

           SELECT LKPOUT-FILE ASSIGN TO DYNAMIC WS-LKPOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKPOUT-STATUS.

           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTRPT-FILE ASSIGN TO DYNAMIC WS-HISTRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  EXCEPTIONS-LINE PIC X(80).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-LINE PIC X(100).

       FD  DICTIONARY-FILE.
       01  DICTIONARY-LINE PIC X(80).
       FD  BASELN-FILE.
       01  BASELN-LINE PIC X(90).

       FD  SHIPPED-FILE.
       01  SHIPPED-LINE PIC X(80).

       FD  PRODMEM-FILE.
       01  PRODMEM-LINE PIC X(80).

       FD  MERGED-FILE.
       01  MERGED-LINE PIC X(80).

       FD  CONFLICT-FILE.
       01  CONFLICT-LINE PIC X(80).

       FD  VNDRPT-FILE.
       01  VNDRPT-LINE PIC X(80).

       FD  WHEREUSED-FILE.
       01  WHEREUSED-LINE PIC X(80).

       FD  COPYDEPS-FILE.
       01  COPYDEPS-LINE PIC X(100).

       FD  IMPACT-FILE.
       01  IMPACT-LINE PIC X(110).

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(80).

       FD  PACKLIST-FILE.
       01  PACKLIST-LINE PIC X(80).

       FD  TRANSMIT-FILE.
       01  TRANSMIT-LINE PIC X(150).

       FD  VLEDGER-FILE.
       01  VLEDGER-LINE PIC X(80).

       FD  XVND-FILE.
       01  XVND-LINE PIC X(100).

       FD  LKPIN-FILE.
       01  LKPIN-LINE PIC X(256).

       FD  LKPOUT-FILE.
       01  LKPOUT-LINE PIC X(300).

       FD  HIST-FILE.
       01  HIST-LINE PIC X(150).

       FD  HISTRPT-FILE.
       01  HISTRPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------
      * SWITCHES
       01  WS-DICTMAINT-MODE-SW PIC X VALUE 'N'.
           88  WS-DICTMAINT-MODE VALUE 'Y'.

      *    RUNMODE=MERGE IS A DEOBF RUN WITH THE THREE-WAY MERGE
      *    ON TOP - THE DEOBF SWITCH IS SET WITH IT.
       01  WS-MERGE-MODE-SW PIC X VALUE 'N'.
           88  WS-MERGE-MODE VALUE 'Y'.

      *    RUNMODE=CHANGED IS A FORWARD RUN THAT PROCESSES ONLY THE
      *    MEMBERS WHOSE SOURCE, COPYBOOKS OR CONFIG MOVED SINCE
      *    THEY WERE LAST SEALED.
       01  WS-CHANGED-MODE-SW PIC X VALUE 'N'.
           88  WS-CHANGED-MODE VALUE 'Y'.

      *    RUNMODE=STAGE STAGES THE SHIPMENT THE LAST BATCH LEFT
      *    BEHIND WITHOUT PROCESSING ANY MEMBER.
       01  WS-STAGE-MODE-SW PIC X VALUE 'N'.
           88  WS-STAGE-MODE VALUE 'Y'.

      *    RUNMODE=LOOKUP TRANSLATES A VENDOR TICKET, LISTING OR
      *    DUMP BACK TO OUR NAMES WITHOUT PROCESSING ANY MEMBER.
       01  WS-LOOKUP-MODE-SW PIC X VALUE 'N'.
           88  WS-LOOKUP-MODE VALUE 'Y'.

      *    RUNMODE=HISTORY SUMMARIZES THE RUN HISTORY LEDGER
      *    WITHOUT PROCESSING ANY MEMBER.
       01  WS-HISTORY-MODE-SW PIC X VALUE 'N'.
           88  WS-HISTORY-MODE VALUE 'Y'.

       01  WS-PREIMAGE-EOF PIC X VALUE 'N'.
           88  WS-PREIMAGE-EOF-YES VALUE 'Y'.

           88  WS-CHG-BASELINE-JOINED VALUE 'Y'.
       01  WS-MEMBER-REASON-SAVE PIC 9(4) VALUE 0.

      *    SET WHEN A DEOBF RUN FOUND THE MEMBER'S SOURCE ARCHIVED
      *    AS SHIPPED AND STILL FINGERPRINTING AS ITS SEAL SAYS, SO
      *    THE CHANGE REPORT AND THE MERGE WORK FROM THE SOURCE WE
      *    ACTUALLY SHIPPED RATHER THAN PRODUCTION AS IT IS NOW.
       01  WS-SHIPPED-ARCHIVE-SW PIC X VALUE 'N'.
           88  WS-SHIPPED-ARCHIVE-OK VALUE 'Y'.
      *    SET WHEN THE MERGE'S PRODUCTION SIDE WAS REBUILT IN
      *    CONTINUATION-JOINED FORM, THE SAME WAY AS THE BASELINE.
       01  WS-MRG-PROD-JOINED-SW PIC X VALUE 'N'.
           88  WS-MRG-PROD-JOINED VALUE 'Y'.

       01  WS-DICT-ENABLED-SW PIC X VALUE 'N'.
           88  WS-DICT-ENABLED VALUE 'Y'.

       01  WS-IN-EXEC-SQL-SW PIC X VALUE 'N'.
           88  WS-IN-EXEC-SQL VALUE 'Y'.

       01  WS-IN-EXEC-CICS-SW PIC X VALUE 'N'.
           88  WS-IN-EXEC-CICS VALUE 'Y'.

       01  WS-LINE-CHANGED-SW PIC X VALUE 'N'.
           88  WS-LINE-CHANGED VALUE 'Y'.

       01  WS-SEALIN-STATUS PIC XX.
       01  WS-SPILL-STATUS PIC XX.
       01  WS-BASELN-STATUS PIC XX.
       01  WS-SHIPPED-STATUS PIC XX.
       01  WS-PRODMEM-STATUS PIC XX.
       01  WS-MERGED-STATUS PIC XX.
       01  WS-CONFLICT-STATUS PIC XX.
       01  WS-VNDRPT-STATUS PIC XX.
       01  WS-WHEREUSED-STATUS PIC XX.
       01  WS-DEPS-STATUS PIC XX.
       01  WS-IMPACT-STATUS PIC XX.
       01  WS-STAGE-STATUS PIC XX.
       01  WS-PACKLIST-STATUS PIC XX.
       01  WS-TRANSMIT-STATUS PIC XX.
       01  WS-VLEDGER-STATUS PIC XX.
       01  WS-XVND-STATUS PIC XX.
       01  WS-LKPIN-STATUS PIC XX.
       01  WS-LKPOUT-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-HISTRPT-STATUS PIC XX.

      *----------------------------------------------------------
      * DYNAMIC FILE PATHS - SET AT RUN TIME SO THE SAME SELECT
       01  WS-SEALIN-PATH PIC X(80).
       01  WS-SPILL-PATH PIC X(80).
       01  WS-BASELN-PATH PIC X(80).
       01  WS-SHIPPED-PATH PIC X(80).
       01  WS-PROD-MEMBER-PATH PIC X(80).
       01  WS-MERGED-PATH PIC X(80).
       01  WS-CONFLICT-PATH PIC X(80).
       01  WS-MRG-PRODBASE-PATH PIC X(80).
       01  WS-MRG-PATH-SAVE PIC X(80).
       01  WS-MRG-BASELN-SAVE PIC X(80).
       01  WS-VNDRPT-PATH PIC X(80).
       01  WS-WHEREUSED-PATH PIC X(80).
       01  WS-DEPS-PATH PIC X(80) VALUE 'copydeps.dat'.
       01  WS-IMPACT-PATH PIC X(80) VALUE 'impact_report.txt'.
       01  WS-STAGE-PATH PIC X(80).
       01  WS-PACKLIST-PATH PIC X(80).
       01  WS-TRANSMIT-PATH PIC X(80) VALUE 'transmittal.txt'.
       01  WS-SEAL-FILE-PATH PIC X(80) VALUE 'shipseal.dat'.
       01  WS-VLEDGER-PATH PIC X(80) VALUE 'vendors.dat'.
       01  WS-XVND-PATH PIC X(80) VALUE 'vendor_report.txt'.
       01  WS-LKPIN-PATH PIC X(80) VALUE 'lookup_input.txt'.
       01  WS-LKPOUT-PATH PIC X(80) VALUE 'lookup_output.txt'.
       01  WS-HIST-PATH PIC X(80) VALUE 'history.dat'.
       01  WS-HISTRPT-PATH PIC X(80) VALUE 'history_report.txt'.
      *    WHERE A MEMBER'S OUTPUTS ARE WRITTEN - src/, OR THE
      *    VENDOR'S OWN DIRECTORY UNDER IT WHEN A VENDOR CODE IS IN
      *    FORCE.
       01  WS-OUT-DIR PIC X(20) VALUE 'src/'.

      *----------------------------------------------------------
      * CONFIGURATION SETTINGS READ FROM CONFIG.DAT
           88  WS-CFG-COPYMODE-KEEP VALUE 'Y'.
       01  WS-CFG-RERUN-SW PIC X VALUE 'N'.
           88  WS-CFG-RERUN VALUE 'Y'.
       01  WS-CFG-STAGE-SW PIC X VALUE 'N'.
           88  WS-CFG-STAGE VALUE 'Y'.
       01  WS-CFG-STAGEDIR PIC X(60) VALUE 'shipment/'.
       01  WS-CFG-VENDOR PIC X(8) VALUE SPACES.
       01  WS-CFG-DICTPURGE-SW PIC X VALUE 'N'.
           88  WS-CFG-DICTPURGE VALUE 'Y'.
       01  WS-CFG-DICT-MERGE-SW PIC X VALUE 'N'.
           05  WS-CFG-LITREDACT-SW-SAVE PIC X.
           05  WS-CFG-SEQRENUM-SW-SAVE PIC X.
           05  WS-RIGHT-MARGIN-SAVE PIC 9(4) COMP.
      *    MEMBER TYPE - TAKEN FROM THE MEMBER'S EXTENSION (.jcl,
      *    .prc OR .proc FOR JOB STREAMS AND CATALOGED PROCEDURES,
      *    ANYTHING ELSE IS A PROGRAM) UNLESS THE ENTRY SAYS TYPE=.
      *    THE DELIVERED MEMBER KEEPS AN EXTENSION OF ITS OWN TYPE.
       01  WS-MBR-TYPE-SW PIC X VALUE 'C'.
           88  WS-MBR-COBOL VALUE 'C'.
           88  WS-MBR-JCL VALUE 'J'.
           88  WS-MBR-PROC VALUE 'P'.
           88  WS-JCL-MEMBER VALUE 'J' 'P'.
       01  WS-MBR-EXT PIC X(4) VALUE '.cob'.
       01  WS-CFG-LITKEEP-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-CFG-LITKEEP-TABLE.
           05  WS-CFG-LITKEEP-ENTRY PIC X(30)
           88  WS-SQL-COUNTER-MAXED VALUE 999999.
       01  WS-PROG-COUNTER PIC 9(6) VALUE 000100.
           88  WS-PROG-COUNTER-MAXED VALUE 999999.
       01  WS-RSRC-COUNTER PIC 9(6) VALUE 000100.
           88  WS-RSRC-COUNTER-MAXED VALUE 999999.
      *    A TRANSACTION ID IS FOUR CHARACTERS - T PLUS THE LOW
      *    THREE DIGITS - SO THIS SERIES RUNS OUT AT 999.
       01  WS-TRAN-COUNTER PIC 9(6) VALUE 000100.
           88  WS-TRAN-COUNTER-MAXED VALUE 001000.
      *    A DATASET NAME QUALIFIER IS EIGHT CHARACTERS AT MOST -
      *    Q AND SIX DIGITS.
       01  WS-QUAL-COUNTER PIC 9(6) VALUE 000100.
           88  WS-QUAL-COUNTER-MAXED VALUE 999999.
       01  WS-NEW-VAR-NAME PIC X(30).
       01  WS-MEMBER-PROG-NAME PIC X(30).
       01  WS-TMP PIC X(80).
           05  WS-DICT-TRL-SQL-COUNTER PIC 9(6).
           05  FILLER PIC X.
           05  WS-DICT-TRL-PROG-COUNTER PIC 9(6).
           05  FILLER PIC X.
           05  WS-DICT-TRL-RSRC-COUNTER PIC 9(6).
           05  FILLER PIC X.
           05  WS-DICT-TRL-TRAN-COUNTER PIC 9(6).
           05  FILLER PIC X.
           05  WS-DICT-TRL-QUAL-COUNTER PIC 9(6).

      *----------------------------------------------------------
      * SYMBOL TABLE - OLD NAME TO GENERATED NAME
                   88  WS-SYM-KIND-BOOK VALUE 'B'.
                   88  WS-SYM-KIND-SQL VALUE 'S'.
                   88  WS-SYM-KIND-PROG VALUE 'G'.
                   88  WS-SYM-KIND-RSRC VALUE 'R'.
                   88  WS-SYM-KIND-TRAN VALUE 'T'.
                   88  WS-SYM-KIND-DDNAME VALUE 'A'.
                   88  WS-SYM-KIND-QUAL VALUE 'Q'.

      *----------------------------------------------------------
      * ROUND-TRIP REVERSE MAP - RUNMODE=VERIFY ONLY.  THE CROSSREF
       01  WS-CHG-DEL-COUNT PIC 9(7) COMP VALUE 0.
       01  WS-CHG-MOD-COUNT PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------
      * THREE-WAY MERGE WORK AREAS - RUNMODE=MERGE.  THE SHIPPED
      * SOURCE (THE BASE) AND CURRENT PRODUCTION ARE HELD HERE;
      * THE TRANSLATED RETURN IS READ BACK INTO WS-SOURCE-TABLE,
      * WHICH IS FREE ONCE THE DEOBFUSCATED MEMBER IS WRITTEN.
      * EACH BASE LINE CARRIES THE PRODUCTION AND VENDOR LINE IT
      * LINES UP WITH (ZERO = CHANGED OR REMOVED ON THAT SIDE),
      * AND EACH PRODUCTION LINE CARRIES ITS LINE NUMBER ON DISK
      * FOR THE CONFLICT REPORT.
      *----------------------------------------------------------
       01  WS-MRG-BASE-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-MRG-PROD-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-MRG-VEND-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-MRG-BASE-TABLE.
           05  WS-MRG-BASE-ENTRY OCCURS 20000 TIMES.
               10  WS-MRG-BASE-LINE PIC X(80).
               10  WS-MRG-MATCH-P PIC 9(5) COMP.
               10  WS-MRG-MATCH-V PIC 9(5) COMP.
       01  WS-MRG-PROD-TABLE.
           05  WS-MRG-PROD-ENTRY OCCURS 20000 TIMES.
               10  WS-MRG-PROD-LINE PIC X(80).
               10  WS-MRG-PROD-ORIG PIC 9(7) COMP.
       01  WS-MRG-OVERFLOW-SW PIC X VALUE 'N'.
           88  WS-MRG-OVERFLOW VALUE 'Y'.
       01  WS-MRG-EOF-SW PIC X VALUE 'N'.
           88  WS-MRG-EOF VALUE 'Y'.
      *    SIDE CODES: B = SHIPPED BASE, P = PRODUCTION, V = VENDOR.
       01  WS-MRG-SIDE PIC X.
       01  WS-MRG-SIDE-2 PIC X.
       01  WS-MRG-I PIC 9(5) COMP.
       01  WS-MRG-J PIC 9(5) COMP.
       01  WS-MRG-K PIC 9(5) COMP.
       01  WS-MRG-LIMIT PIC 9(5) COMP.
       01  WS-MRG-HIT PIC 9(5) COMP.
       01  WS-MRG-SIDE-COUNT PIC 9(5) COMP.
       01  WS-MRG-FETCH-NO PIC 9(5) COMP.
       01  WS-MRG-A PIC 9(5) COMP.
       01  WS-MRG-P PIC 9(5) COMP.
       01  WS-MRG-V PIC 9(5) COMP.
       01  WS-MRG-S PIC 9(5) COMP.
       01  WS-MRG-PS PIC 9(5) COMP.
       01  WS-MRG-VS PIC 9(5) COMP.
       01  WS-MRG-FROM PIC 9(5) COMP.
       01  WS-MRG-TO PIC 9(5) COMP.
       01  WS-MRG-FROM-2 PIC 9(5) COMP.
       01  WS-MRG-TO-2 PIC 9(5) COMP.
       01  WS-MRG-LINE PIC X(80).
       01  WS-MRG-LINE-1 PIC X(80).
       01  WS-MRG-LINE-2 PIC X(80).
       01  WS-MRG-EQUAL-SW PIC X VALUE 'N'.
           88  WS-MRG-EQUAL VALUE 'Y'.
       01  WS-MRG-PROD-CHANGED-SW PIC X VALUE 'N'.
           88  WS-MRG-PROD-CHANGED VALUE 'Y'.
       01  WS-MRG-VEND-CHANGED-SW PIC X VALUE 'N'.
           88  WS-MRG-VEND-CHANGED VALUE 'Y'.
       01  WS-MRG-FETCH-SIDE PIC X.
       01  WS-MRG-ORIG PIC 9(7) COMP.
       01  WS-MRG-LABEL PIC X(7).
       01  WS-MRG-MARKER PIC X(40).
       01  WS-MRG-VEND-ONLY-COUNT PIC 9(7) COMP VALUE 0.
       01  WS-MRG-PROD-ONLY-COUNT PIC 9(7) COMP VALUE 0.
       01  WS-MRG-SAME-COUNT PIC 9(7) COMP VALUE 0.
       01  WS-MRG-CONFLICT-COUNT PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------
      * VENDOR NAME REPORT WORK AREAS - DEOBF ONLY.  THE NAMES THE
      * ORIGINAL WE SHIPPED DECLARES ARE TABLED FIRST, SO A NAME
      * THE RETURN DECLARES CAN BE TOLD APART FROM ONE THAT WENT
      * OUT UNRENAMED (EXCLUDED, OR SOMEWHERE THE SCAN LEAVES
      * ALONE).  EVERY NAME REPORTED IS REMEMBERED SO A NAME USED
      * ON FIFTY LINES IS LISTED ONCE, AT THE FIRST OF THEM.
      *----------------------------------------------------------
       01  WS-VNR-KNOWN-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-VNR-KNOWN-TABLE.
           05  WS-VNR-KNOWN-NAME PIC X(30) OCCURS 10000 TIMES.
       01  WS-VNR-SEEN-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-VNR-SEEN-TABLE.
           05  WS-VNR-SEEN-NAME PIC X(30) OCCURS 5000 TIMES.
      *    THE GENERATED-NAME SERIES A WORD IS MEASURED AGAINST.
      *    ENTRY 1 IS THE CONFIGURED DATA-NAME PREFIX.
       01  WS-VNR-SERIES-TABLE.
           05  WS-VNR-SERIES-ENTRY OCCURS 12 TIMES.
               10  WS-VNR-SERIES-PFX PIC X(10).
               10  WS-VNR-SERIES-LEN PIC 9(2) COMP.
               10  WS-VNR-SERIES-DIGITS PIC 9(2) COMP.
       01  WS-VNR-NEW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-VNR-UNKNOWN-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-VNR-CLASH-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-VNR-LINE-NO PIC 9(7) COMP VALUE 0.
       01  WS-VNR-I PIC 9(5) COMP.
       01  WS-VNR-PTR PIC 9(4) COMP.
       01  WS-VNR-PASS-SW PIC X VALUE 'O'.
           88  WS-VNR-ORIGINAL-PASS VALUE 'O'.
           88  WS-VNR-RETURN-PASS VALUE 'R'.
       01  WS-VNR-IN-PROC-SW PIC X VALUE 'N'.
           88  WS-VNR-IN-PROC VALUE 'Y'.
       01  WS-VNR-EOF-SW PIC X VALUE 'N'.
           88  WS-VNR-EOF VALUE 'Y'.
       01  WS-VNR-HIT-SW PIC X VALUE 'N'.
           88  WS-VNR-HIT VALUE 'Y'.
       01  WS-VNR-QUOTE PIC X VALUE SPACE.
       01  WS-VNR-KEEP-LIT-SW PIC X VALUE 'N'.
           88  WS-VNR-KEEP-LIT VALUE 'Y'.
       01  WS-VNR-KIND PIC X(4).
       01  WS-VNR-TAG PIC X(8).
       01  WS-VNR-NOTE PIC X(24).
       01  WS-VNR-CLASH-NOTE PIC X(24).
       01  WS-VNR-TOKEN PIC X(60).

      *----------------------------------------------------------
      * WHERE-USED WORK AREAS - FORWARD RUNS.  WS-WU-ORDER HOLDS
      * THE SYMBOL TABLE ENTRY NUMBERS SORTED BY GENERATED NAME,
      * WHICH IS BOTH THE REPORT ORDER AND THE KEY THE SCAN
      * LOOKS EVERY WORD UP BY.  EACH SYMBOL CHAINS ITS
      * OCCURRENCES THROUGH WS-WU-REF IN BUFFER ORDER.  ROLES:
      * D = DECLARED, R = REFERENCED, M = MODIFIED.  EACH
      * OCCURRENCE CARRIES ITS PRODUCTION AND OUTPUT LINE AS
      * FOUND, SINCE A SPILLED MEMBER IS SCANNED A CHUNK AT A
      * TIME AND THE BUFFER THAT HELD THE LINE IS GONE BY THE TIME
      * THE REPORT IS WRITTEN.  WS-WU-REF-LINE AND WS-WU-DECL-AT
      * COUNT LINES FROM THE START OF THE MEMBER (WS-WU-BASE-NO
      * IS THE CHUNK'S OFFSET).
      *----------------------------------------------------------
       01  WS-WU-ORDER-TABLE.
           05  WS-WU-ORDER PIC 9(5) COMP OCCURS 20000 TIMES.
       01  WS-WU-CHAIN-TABLE.
           05  WS-WU-CHAIN OCCURS 20000 TIMES.
               10  WS-WU-FIRST PIC 9(6) COMP.
               10  WS-WU-LAST PIC 9(6) COMP.
               10  WS-WU-USE-COUNT PIC 9(6) COMP.
               10  WS-WU-DECL-AT PIC 9(7) COMP.
               10  WS-WU-DECL-PROD PIC 9(7) COMP.
               10  WS-WU-DECL-OUT PIC X(8).
               10  WS-WU-DECL-COPY-SW PIC X.
                   88  WS-WU-DECL-IN-COPY VALUE 'Y'.
       01  WS-WU-REF-COUNT PIC 9(6) COMP VALUE 0.
       01  WS-WU-REF-TABLE.
           05  WS-WU-REF OCCURS 100000 TIMES.
               10  WS-WU-REF-LINE PIC 9(7) COMP.
               10  WS-WU-REF-NEXT PIC 9(6) COMP.
               10  WS-WU-REF-ROLE PIC X.
               10  WS-WU-REF-PROD PIC 9(7) COMP.
               10  WS-WU-REF-OUT PIC X(8).
       01  WS-WU-BASE-NO PIC 9(7) COMP VALUE 0.
       01  WS-WU-CUM-LINE PIC 9(7) COMP.
       01  WS-WU-OUT-NO PIC 9(7) COMP VALUE 0.
       01  WS-WU-LINE PIC 9(5) COMP.
       01  WS-WU-I PIC 9(5) COMP.
       01  WS-WU-J PIC 9(5) COMP.
       01  WS-WU-KEY PIC 9(5) COMP.
       01  WS-WU-LO PIC 9(5) COMP.
       01  WS-WU-HI PIC 9(5) COMP.
       01  WS-WU-MID PIC 9(5) COMP.
       01  WS-WU-SYM PIC 9(5) COMP.
       01  WS-WU-REF-NO PIC 9(6) COMP.
       01  WS-WU-PTR PIC 9(4) COMP.
       01  WS-WU-WORD-NO PIC 9(4) COMP.
       01  WS-WU-DECL-POS PIC 9(4) COMP.
       01  WS-WU-ENTRY-SYM PIC 9(5) COMP VALUE 0.
       01  WS-WU-UNUSED-DATA PIC 9(5) COMP VALUE 0.
       01  WS-WU-UNUSED-PARA PIC 9(5) COMP VALUE 0.
       01  WS-WU-TOKEN PIC X(60).
       01  WS-WU-VERB PIC X(12).
       01  WS-WU-ROLE PIC X.
       01  WS-WU-ROLE-TEXT PIC X(5).
       01  WS-WU-OUT-TEXT PIC X(8).
       01  WS-WU-IN-PROC-SW PIC X VALUE 'N'.
           88  WS-WU-IN-PROC VALUE 'Y'.
       01  WS-WU-RECEIVING-SW PIC X VALUE 'N'.
           88  WS-WU-RECEIVING VALUE 'Y'.
       01  WS-WU-INDEXED-SW PIC X VALUE 'N'.
           88  WS-WU-INDEXED-LINE VALUE 'Y'.
       01  WS-WU-FULL-SW PIC X VALUE 'N'.
           88  WS-WU-FULL VALUE 'Y'.

      *----------------------------------------------------------
      * COPYBOOK REGISTRY - COPYMODE=KEEP ONLY.  ONE ENTRY PER
      * DISTINCT COPYBOOK SEEN THIS RUN, CARRYING THE NAME THE
                   PIC 9(3) COMP
                   OCCURS 20000 TIMES.

      *----------------------------------------------------------
      * OUTPUT LINE NUMBER EACH BUFFER LINE WAS WRITTEN AS IN THE
      * OUTPUT MEMBER - ZERO FOR A LINE THE COMMENT POLICY DROPPED
      * OR ONE ROUTED TO A KEPT COPYBOOK'S OWN MEMBER.  SET BY THE
      * WRITE LOOP FOR THE WHERE-USED REPORT.
      *----------------------------------------------------------
       01  WS-SOURCE-OUT-LINE-TABLE.
           05  WS-SOURCE-OUT-LINE
                   PIC 9(7) COMP
                   OCCURS 20000 TIMES.

      *----------------------------------------------------------
      * SPILL WORK FILE - MEMBERS TOO BIG FOR WS-SOURCE-TABLE.
      * WHEN THE LOAD OVERRUNS THE BUFFER THE WHOLE EXPANDED
       01  WS-SQL-PIECE-1 PIC X(30).
       01  WS-SQL-PIECE-2 PIC X(30).
       01  WS-SQL-PIECE-3 PIC X(30).
      *    EXEC CICS SCAN STATE.  THE BLOCK STATE RIDES ACROSS
      *    LINES (AND SPILL CHUNKS) THE WAY THE SQL SWITCH DOES;
      *    THE PRE-SCAN SAVES AND RESTORES IT AROUND ITS OWN WALK.
       01  WS-CICS-MEMBER-SW PIC X VALUE 'N'.
           88  WS-CICS-MEMBER VALUE 'Y'.
       01  WS-CICS-MAP-GROUP-SW PIC X VALUE 'N'.
           88  WS-CICS-MAP-GROUP VALUE 'Y'.
       01  WS-CICS-PASS-SW PIC X VALUE 'C'.
           88  WS-CICS-PRESCAN-PASS VALUE 'P'.
           88  WS-CICS-CAPTURE-PASS VALUE 'C'.
       01  WS-CICS-STATE.
           05  WS-CICS-IN-BLOCK-SW PIC X.
           05  WS-CICS-VERB PIC X(12).
           05  WS-CICS-OPTION PIC X(12).
           05  WS-CICS-LAST-WORD PIC X(12).
           05  WS-CICS-DEPTH PIC 9(2).
       01  WS-CICS-STATE-SAVE PIC X(39).
       01  WS-CICS-SCAN-PTR PIC 9(4) COMP.
       01  WS-CICS-TOKEN PIC X(60).
       01  WS-CICS-DELIM PIC X.
       01  WS-CICS-I PIC 9(4) COMP.
       01  WS-CICS-LINE PIC 9(5) COMP.
       01  WS-CICS-LEN PIC 9(4) COMP.
       01  WS-CICS-MAP-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-CICS-MAP-TABLE.
           05  WS-CICS-MAP-NAME PIC X(30) OCCURS 500 TIMES.
      *    JCL SCAN STATE.  A JCL OR PROC MEMBER IS WALKED IN FOUR
      *    PASSES (SEE BUILD-JCL-SYMBOL-TABLE); EACH STATEMENT LINE
      *    IS BROKEN INTO ITS NAME, OPERATION AND OPERAND FIELDS,
      *    AND A CONTINUATION LINE INHERITS THE OPERATION OF THE
      *    STATEMENT IT CONTINUES.
       01  WS-JCL-PASS-SW PIC X VALUE 'N'.
           88  WS-JCL-NAME-PASS VALUE 'N'.
           88  WS-JCL-DD-PASS VALUE 'D'.
           88  WS-JCL-KEEP-PASS VALUE 'K'.
           88  WS-JCL-QUAL-PASS VALUE 'Q'.
       01  WS-JCL-STMT-SW PIC X VALUE 'N'.
           88  WS-JCL-STATEMENT VALUE 'Y'.
       01  WS-JCL-RESOLVED-SW PIC X VALUE 'N'.
           88  WS-JCL-RESOLVED VALUE 'Y'.
       01  WS-JCL-SYSTEM-DSN-SW PIC X VALUE 'N'.
           88  WS-JCL-SYSTEM-DSN VALUE 'Y'.
      *    A JOB OR PROC NAME IS GENERATED IN THE SEVEN-CHARACTER Q
      *    FORM - JCL ALLOWS EIGHT.  A NAME THE MEMBER WOULD SHIP
      *    UNRENAMED, OR UNDER A NAME TOO LONG FOR JCL, IS COUNTED
      *    AND MAKES THE MEMBER DIRTY.
       01  WS-JCL-SHORT-NAME-SW PIC X VALUE 'N'.
           88  WS-JCL-SHORT-NAME VALUE 'Y'.
       01  WS-JCL-PROBLEM-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-JCL-TEXT PIC X(80).
       01  WS-JCL-COL72-SAVE PIC X(9).
       01  WS-JCL-TOKEN-1 PIC X(70).
       01  WS-JCL-TOKEN-2 PIC X(70).
       01  WS-JCL-TOKEN-3 PIC X(70).
       01  WS-JCL-NAME PIC X(30).
       01  WS-JCL-OP PIC X(10).
       01  WS-JCL-LAST-OP PIC X(10).
       01  WS-JCL-OPERANDS PIC X(70).
       01  WS-JCL-OPND PIC X(70).
       01  WS-JCL-OPND-PTR PIC 9(4) COMP.
       01  WS-JCL-KEYWORD PIC X(10).
       01  WS-JCL-DSN PIC X(70).
       01  WS-JCL-DSN-BASE PIC X(44).
       01  WS-JCL-DSN-MEMBER PIC X(30).
       01  WS-JCL-DSN-PTR PIC 9(4) COMP.
       01  WS-JCL-KEEP-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-JCL-KEEP-TABLE.
           05  WS-JCL-KEEP-NAME PIC X(30) OCCURS 200 TIMES.
       01  WS-JCL-I PIC 9(4) COMP.
      *    THE GENERATED NAME OF THE FILE THE LAST SELECT NAMED, SO
      *    THE ASSIGN CLAUSE THAT FOLLOWS CAN TIE ITS DD NAME TO IT.
       01  WS-ASSIGN-FILE-NEW PIC X(30).
       01  WS-DDNAME-SUFFIX PIC 9(2) COMP.
       01  WS-DDNAME-LETTERS PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LIT-PTR PIC 9(4) COMP.
       01  WS-LIT-START PIC 9(4) COMP.
       01  WS-LIT-END PIC 9(4) COMP.
      * 0014 SEQRENUM=Y RAN THE SIX-DIGIT SEQUENCE FIELD OUT -
      * THE TAIL OF THE MEMBER CARRIES REPEATED NUMBERS AND MUST
      * NOT SHIP AS IF IT WERE CLEANLY RENUMBERED.
      * 0015 RUNMODE=MERGE LEFT AT LEAST ONE REGION BOTH OUR
      * DEVELOPERS AND THE VENDOR CHANGED - THE MERGED MEMBER
      * CARRIES BOTH VERSIONS BETWEEN CONFLICT MARKERS AND MUST
      * BE RESOLVED BY HAND BEFORE PROMOTION.
      * 0016 RUNMODE=MERGE COULD NOT RUN - NO SEALED SHIPPED
      * SOURCE FOR THE MEMBER, THE ARCHIVE NO LONGER MATCHES ITS
      * SEAL, OR ONE SIDE COULD NOT BE READ OR WAS TOO BIG.
      * 0017 A JCL OR PROC MEMBER COULD NOT BE PROCESSED - NO
      * DICTFILE= TO RESOLVE ITS PROGRAM AND DD NAMES AGAINST, OR
      * THE MEMBER OVERRAN THE BUFFER (SKIPPED) - OR IT RAN BUT
      * NAMES A PROGRAM OR DD NAME THE DICTFILE DOES NOT HOLD, OR
      * ONE WHOSE NAME IS LONGER THAN JCL ALLOWS (DIRTY).
      * 0018 A DEOBF RETURN CARRIES ANOTHER VENDOR'S GENERATED
      * NAMES FOR THE MEMBER - IT CAME BACK UNDER THE WRONG VENDOR
      * AND WOULD TRANSLATE AGAINST THE WRONG MAPPING.
      * 0019 THE ENTRY'S VENDOR COULD NOT BE SETTLED - THE CODE IS
      * NOT VALID, OR A DEOBF ENTRY NAMES NO VENDOR FOR A MEMBER
      * MORE THAN ONE VENDOR HAS RECEIVED.
      *----------------------------------------------------------
       01  WS-MEMBER-REASON PIC 9(4) VALUE 0.
       01  WS-BATCH-MEMBER-COUNT PIC 9(5) COMP VALUE 0.
           05  WS-BCTL-LINES PIC 9(7).
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-RENAMED PIC 9(7).
      *    VENDOR NAME COUNTS - DEOBF RUNS ONLY, ZERO OTHERWISE.
      *    A RECORD WRITTEN BEFORE THEY WERE ADDED STOPS SHORT
      *    OF THEM AND READS BACK AS SPACES.
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-VND-NEW PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-VND-UNKNOWN PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-VND-CLASH PIC 9(4).
      *    VENDOR CODE THE MEMBER WENT TO - SPACES WHEN NONE WAS
      *    GIVEN, AS ON EVERY RECORD WRITTEN BEFORE IT WAS ADDED.
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-VENDOR PIC X(8).
      *    C - CARRIED FORWARD BY A CHANGED-ONLY RUN, WHICH THE
      *    VENDOR ALREADY HOLDS AND STAGING LEAVES OUT; R - CARRIED
      *    BY RERUN=Y, STILL STAGED WITH THE BATCH.  EITHER WAY THE
      *    MEMBER DID NOT RUN.  SPACE ON A MEMBER THAT RAN AND ON
      *    EVERY RECORD WRITTEN BEFORE THE FLAG WAS ADDED.
           05  FILLER PIC X VALUE SPACE.
           05  WS-BCTL-CARRIED PIC X.
               88  WS-BCTL-WAS-CARRIED VALUE 'C' 'R'.
               88  WS-BCTL-CARRIED-UNCHANGED VALUE 'C'.

      *----------------------------------------------------------
      * PRIOR-RUN BATCH CONTROL - RERUN=Y ONLY.  THE BATCHCTL.DAT
               10  WS-PRV-REASON PIC 9(4).
               10  WS-PRV-LINES PIC 9(7).
               10  WS-PRV-RENAMED PIC 9(7).
               10  WS-PRV-VND-NEW PIC 9(4).
               10  WS-PRV-VND-UNKNOWN PIC 9(4).
               10  WS-PRV-VND-CLASH PIC 9(4).
               10  WS-PRV-VENDOR PIC X(8).
       01  WS-PRV-FOUND-NO PIC 9(4) COMP VALUE 0.

       01  WS-BCTL-TRAILER.
           05  FILLER PIC X.
           05  WS-SEAL-REC-CFG PIC X(5).

      *----------------------------------------------------------
      * COPYBOOK DEPENDENCIES - COPYDEPS.DAT, WRITTEN BESIDE THE
      * SHIPMENT SEAL.  WHEN A MEMBER IS SEALED IT GETS ONE M
      * RECORD - THE FINGERPRINT OF ITS SOURCE AS SHIPPED, WITH
      * THE FIVE CONFIG FLAGS IT SHIPPED UNDER IN THE NAME FIELD -
      * ONE C RECORD PER COPYBOOK IT PULLED IN, NESTED ONES
      * INCLUDED, WITH THAT COPYBOOK'S FINGERPRINT AT THE TIME
      * (ZERO WHEN IT COULD NOT BE READ), AND ONE D RECORD PER
      * FILE DELIVERED FOR IT: ITS OUTPUT MEMBER AND, UNDER
      * COPYMODE=KEEP, THE COPYBOOK MEMBERS IT COPIES.
      * RUNMODE=CHANGED COMPARES THE M AND C RECORDS WITH THE
      * FILES AS THEY ARE NOW TO PICK THE MEMBERS THAT HAVE TO GO
      * OUT AGAIN; THE STAGING STEP SHIPS THE D FILES.  LIKE THE
      * SEAL FILE IT IS HELD WHOLE AND REWRITTEN AT END OF RUN.
      *----------------------------------------------------------
       01  WS-DEPS-CHANGED-SW PIC X VALUE 'N'.
           88  WS-DEPS-CHANGED VALUE 'Y'.
       01  WS-DEPS-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-DEPS-TABLE.
           05  WS-DEPS-ENTRY
                   OCCURS 3000 TIMES
                   INDEXED BY WS-DEPS-IDX.
               10  WS-DEPS-MEMBER PIC X(36).
               10  WS-DEPS-KIND PIC X.
                   88  WS-DEPS-KIND-MEMBER VALUE 'M'.
                   88  WS-DEPS-KIND-COPYBOOK VALUE 'C'.
                   88  WS-DEPS-KIND-DELIVERABLE VALUE 'D'.
               10  WS-DEPS-NAME PIC X(36).
               10  WS-DEPS-FPR PIC 9(9).
       01  WS-DEPS-RECORD.
           05  WS-DEPS-REC-MEMBER PIC X(36).
           05  FILLER PIC X.
           05  WS-DEPS-REC-KIND PIC X.
           05  FILLER PIC X.
           05  WS-DEPS-REC-NAME PIC X(36).
           05  FILLER PIC X.
           05  WS-DEPS-REC-FPR PIC 9(9).
       01  WS-DEPS-HOLD-MEMBER PIC X(36).
       01  WS-DEPS-TO PIC 9(4) COMP.
       01  WS-DEPS-FULL-WARNED-SW PIC X VALUE 'N'.
           88  WS-DEPS-FULL-WARNED VALUE 'Y'.
      *    THE COPYBOOKS THE MEMBER NOW BEING PROCESSED PULLED IN.
       01  WS-MDEP-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-MDEP-TABLE.
           05  WS-MDEP-NAME PIC X(30) OCCURS 100 TIMES.
       01  WS-MDEP-I PIC 9(3) COMP.
       01  WS-MDEP-NOTE-NAME PIC X(30).
       01  WS-MDEP-OVERFLOW-SW PIC X VALUE 'N'.
           88  WS-MDEP-OVERFLOW VALUE 'Y'.
      *    RUNMODE=CHANGED - EACH COPYBOOK'S FINGERPRINT AS IT IS
      *    NOW, TAKEN ONCE PER RUN, AND HOW MANY MEMBERS ITS CHANGE
      *    SENT BACK THROUGH.
       01  WS-CHGCPY-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-CHGCPY-TABLE.
           05  WS-CHGCPY-ENTRY
                   OCCURS 500 TIMES
                   INDEXED BY WS-CHGCPY-IDX.
               10  WS-CHGCPY-NAME PIC X(30).
               10  WS-CHGCPY-FPR PIC 9(9).
               10  WS-CHGCPY-AFFECTED PIC 9(5) COMP.
       01  WS-CHGCPY-NO PIC 9(4) COMP.
       01  WS-CHG-BOOKS-LISTED PIC 9(4) COMP.
       01  WS-CHG-SELECT-SW PIC X VALUE 'Y'.
           88  WS-CHG-SELECTED VALUE 'Y'.
       01  WS-CHG-REASON PIC X(60).
       01  WS-CHG-MEMBER-FOUND-SW PIC X VALUE 'N'.
           88  WS-CHG-MEMBER-FOUND VALUE 'Y'.
       01  WS-CHG-SELECTED-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-CHG-UNCHANGED-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-CHG-COUNT-ED PIC ZZZZ9.
       01  WS-CHG-LEAD PIC 9(2) COMP.
       01  WS-IMPACT-OPEN-SW PIC X VALUE 'N'.
           88  WS-IMPACT-OPEN VALUE 'Y'.
       01  WS-IMPACT-DETAIL.
           05  WS-IMP-MEMBER PIC X(36).
           05  FILLER PIC X.
           05  WS-IMP-ACTION PIC X(9).
           05  FILLER PIC X.
           05  WS-IMP-REASON PIC X(60).

      *----------------------------------------------------------
      * SHIPMENT STAGING - STAGE=Y AT THE END OF A FORWARD BATCH,
      * OR RUNMODE=STAGE ON ITS OWN.  THE DELIVERED FILES OF EVERY
      * MEMBER BATCHCTL.DAT CALLS CLEAN ARE COPIED, AS SEALED, TO
      * STAGEDIR= AND NOTHING ELSE IS; THE STAGED FILES ARE THEN
      * SWEPT FOR ANYTHING THAT WOULD UNDO THE REDACTION.  THE
      * VENDOR GETS packing_list.txt IN THE STAGING DIRECTORY;
      * transmittal.txt, WHICH TIES THAT LIST TO THE MEMBERS,
      * THE DATE AND THE CONFIG, STAYS HERE.
      *----------------------------------------------------------
       01  WS-STG-FAILED-SW PIC X VALUE 'N'.
           88  WS-STG-FAILED VALUE 'Y'.
       01  WS-STG-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-STG-TABLE.
           05  WS-STG-ENTRY
                   OCCURS 2000 TIMES
                   INDEXED BY WS-STG-IDX.
               10  WS-STG-NAME PIC X(36).
               10  WS-STG-SRC PIC X(36).
               10  WS-STG-LINES PIC 9(7).
               10  WS-STG-FPR PIC 9(9).
       01  WS-STG-MEMBER-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-STG-REFUSED-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-STG-UNCHANGED-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-STG-ERROR-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-STG-FINDING-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-STG-TOTAL-LINES PIC 9(9) COMP VALUE 0.
       01  WS-STG-MBR-DELIVERED PIC 9(3) COMP.
       01  WS-STG-SRC-PATH PIC X(36).
       01  WS-STG-BASE PIC X(36).
       01  WS-STG-SLASH PIC 9(2) COMP.
       01  WS-STG-I PIC 9(2) COMP.
       01  WS-STG-NOTE PIC X(40).
       01  WS-STG-LINES-ED PIC ZZZZZZZZ9.
       01  WS-STG-RC PIC 99.
       01  WS-STG-MODE-TEXT PIC X(8).
       01  WS-STG-DUP-SW PIC X VALUE 'N'.
           88  WS-STG-DUP VALUE 'Y'.
       01  WS-STG-BCTL-EOF-SW PIC X VALUE 'N'.
           88  WS-STG-BCTL-EOF VALUE 'Y'.
      *    SWEEP WORK AREA.  THE ORIGINAL NAMES LOOKED FOR ARE THE
      *    STAGED MEMBERS' CROSSREF NAMES PLUS EVERY DICTIONARY
      *    ENTRY; A STAGED LINE IS BROKEN INTO WORDS AND EACH WORD
      *    IS LOOKED UP.  A DD NAME OR DATA SET QUALIFIER (KIND A
      *    OR Q) IS JCL-ONLY - WORDS LIKE INPUT, PROD OR SYSOUT
      *    ARE ORDINARY PROGRAM TEXT - SO IT IS LOOKED FOR ONLY IN
      *    A STAGED .jcl OR .prc FILE.
       01  WS-SWP-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-SWP-TABLE.
           05  WS-SWP-ENTRY OCCURS 25000 TIMES.
               10  WS-SWP-NAME PIC X(30).
               10  WS-SWP-SCOPE PIC X.
                   88  WS-SWP-JCL-ONLY VALUE 'J'.
       01  WS-SWP-NEW-SCOPE PIC X VALUE SPACE.
           88  WS-SWP-NEW-JCL-ONLY VALUE 'J'.
       01  WS-SWP-IN-JCL-SW PIC X VALUE 'N'.
           88  WS-SWP-IN-JCL VALUE 'Y'.
       01  WS-SWP-I PIC 9(5) COMP.
       01  WS-SWP-FULL-WARNED-SW PIC X VALUE 'N'.
           88  WS-SWP-FULL-WARNED VALUE 'Y'.
       01  WS-SWP-OLD PIC X(30).
       01  WS-SWP-NEW PIC X(30).
       01  WS-SWP-LINE PIC X(80).
       01  WS-SWP-LINE-NO PIC 9(7).
       01  WS-SWP-POS PIC 9(3) COMP.
       01  WS-SWP-CH PIC X.
       01  WS-SWP-TOKEN PIC X(30).
       01  WS-SWP-TOKEN-LEN PIC 9(3) COMP.
       01  WS-SWP-HIT-SW PIC X VALUE 'N'.
           88  WS-SWP-HIT VALUE 'Y'.
       01  WS-SWP-HIT-TEXT PIC X(40).
       01  WS-SWP-TALLY PIC 9(4) COMP.
       01  WS-SWP-TALLY-2 PIC 9(4) COMP.
       01  WS-SWP-FILE-NAME PIC X(36).
       01  WS-PACKLIST-DETAIL.
           05  WS-PKL-NAME PIC X(36).
           05  FILLER PIC X.
           05  WS-PKL-LINES PIC X(9).
           05  FILLER PIC X.
           05  WS-PKL-FPR PIC X(11).
       01  WS-XMT-DETAIL.
           05  WS-XMT-ACTION PIC X(9).
           05  FILLER PIC X.
           05  WS-XMT-NAME PIC X(36).
           05  FILLER PIC X.
           05  WS-XMT-MEMBER PIC X(40).
           05  FILLER PIC X.
           05  WS-XMT-LINES PIC 9(7).
           05  FILLER PIC X.
           05  WS-XMT-FPR PIC 9(9).
           05  FILLER PIC X.
           05  WS-XMT-NOTE PIC X(40).
       01  WS-STG-DIR PIC X(60).
      *    A DEOBF RETURN IS SWEPT AGAINST ITS OWN VENDOR'S NAMES
      *    (THE FIRST WS-SWP-OWN-COUNT ENTRIES) AND EVERY OTHER
      *    VENDOR'S NAMES FOR THE SAME MEMBER, COUNTING HITS ON
      *    EACH RATHER THAN STOPPING AT THE FIRST.
       01  WS-SWP-OWN-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-SWP-TALLY-MODE-SW PIC X VALUE 'N'.
           88  WS-SWP-TALLY-MODE VALUE 'Y'.
       01  WS-SWP-TAKE-NEW-SW PIC X VALUE 'N'.
           88  WS-SWP-TAKE-NEW VALUE 'Y'.

      *----------------------------------------------------------
      * VENDOR NAME SPACES.  A VENDOR CODE (VENDOR= IN CONFIG.DAT,
      * A VENDOR= LINE IN THE MANIFEST, OR VENDOR= ON ONE ENTRY)
      * GIVES THE VENDOR ITS OWN DICTIONARY, NAME COUNTERS, SEAL
      * FILE AND DEPENDENCY FILE - THE CONFIGURED NAMES WITH THE
      * CODE AND AN UNDERSCORE IN FRONT - AND ITS OWN OUTPUT
      * DIRECTORY src/<CODE>/, WHICH MUST EXIST.  THE GENERATED
      * NUMBERS ARE SCRAMBLED BY A KEY TAKEN FROM THE CODE, SO
      * TWO VENDORS NEVER SEE A FIELD UNDER THE SAME NAME NOR
      * NUMBERS THAT RUN IN STEP.  NO CODE IS THE HOUSE NAME
      * SPACE, EXACTLY AS BEFORE VENDOR CODES EXISTED.
      *----------------------------------------------------------
       01  WS-VEN-CODE PIC X(8) VALUE SPACES.
       01  WS-VEN-NEXT-CODE PIC X(8) VALUE SPACES.
      *    THE CODE A MANIFEST ENTRY FALLS BACK ON (VENDOR= IN
      *    CONFIG.DAT), THE CODE SET BY THE LAST VENDOR= LINE IN
      *    THE MANIFEST, AND THE CODE THE CURRENT ENTRY SETTLED ON.
       01  WS-VEN-DFLT-CODE PIC X(8) VALUE SPACES.
       01  WS-VEN-MAN-CODE PIC X(8) VALUE SPACES.
       01  WS-VEN-ENTRY-CODE PIC X(8) VALUE SPACES.
       01  WS-VEN-MAN-BAD-SW PIC X VALUE 'N'.
           88  WS-VEN-MAN-BAD VALUE 'Y'.
       01  WS-VEN-BAD-SW PIC X VALUE 'N'.
           88  WS-VEN-BAD VALUE 'Y'.
       01  WS-VEN-BAD-TEXT PIC X(50).
       01  WS-VEN-VALUE PIC X(20).
       01  WS-VEN-I PIC 9(2) COMP.
       01  WS-VEN-CH PIC X.
       01  WS-VEN-KEY PIC 9(7) VALUE 0.
       01  WS-VEN-SER-IN PIC 9(6).
       01  WS-VEN-SER-OUT PIC 9(6).
       01  WS-VEN-QPATH PIC X(80).
       01  WS-VEN-QRESULT PIC X(80).
       01  WS-VEN-QSLASH PIC 9(2) COMP.
       01  WS-VEN-BASE-DICT-PATH PIC X(80).
       01  WS-VEN-HOLD-XREF PIC X(80).
       01  WS-VEN-HOLD-CODE PIC X(8).
       01  WS-VEN-PTR PIC 9(3) COMP.
       01  WS-VEN-OWN-HITS PIC 9(7) COMP.
       01  WS-VEN-FOREIGN-HITS PIC 9(7) COMP.
       01  WS-VEN-HITS-ED PIC ZZZZZZ9.
       01  WS-VEN-SHARED-COUNT PIC 9(4) COMP.
       01  WS-VEN-CFG-BAD-SW PIC X VALUE 'N'.
           88  WS-VEN-CFG-BAD VALUE 'Y'.
       01  WS-VEN-BASE-COUNTERS.
           05  WS-VEN-BASE-VAR PIC 9(6).
           05  WS-VEN-BASE-PARA PIC 9(6).
           05  WS-VEN-BASE-COND PIC 9(6).
           05  WS-VEN-BASE-FILE PIC 9(6).
           05  WS-VEN-BASE-INDEX PIC 9(6).
           05  WS-VEN-BASE-BOOK PIC 9(6).
           05  WS-VEN-BASE-SQL PIC 9(6).
           05  WS-VEN-BASE-PROG PIC 9(6).
           05  WS-VEN-BASE-RSRC PIC 9(6).
           05  WS-VEN-BASE-TRAN PIC 9(6).
           05  WS-VEN-BASE-QUAL PIC 9(6).
      *    THE COUNTERS EACH NAME SPACE LEFT OFF AT, KEPT WHEN A
      *    RUN SWITCHES AWAY FROM IT AND PUT BACK WHEN IT RETURNS -
      *    WITHOUT A DICTFILE= THERE IS NO TRAILER TO RELOAD THEM
      *    FROM, AND STARTING AGAIN FROM THE BASE WOULD REISSUE
      *    NAMES ALREADY GIVEN OUT.  ONE SLOT PER VENDOR PLUS THE
      *    HOUSE NAME SPACE.
       01  WS-VEN-HOLD-COUNTERS.
           05  WS-VEN-HOLD-VAR PIC 9(6).
           05  WS-VEN-HOLD-PARA PIC 9(6).
           05  WS-VEN-HOLD-COND PIC 9(6).
           05  WS-VEN-HOLD-FILE PIC 9(6).
           05  WS-VEN-HOLD-INDEX PIC 9(6).
           05  WS-VEN-HOLD-BOOK PIC 9(6).
           05  WS-VEN-HOLD-SQL PIC 9(6).
           05  WS-VEN-HOLD-PROG PIC 9(6).
           05  WS-VEN-HOLD-RSRC PIC 9(6).
           05  WS-VEN-HOLD-TRAN PIC 9(6).
           05  WS-VEN-HOLD-QUAL PIC 9(6).
       01  WS-VEN-CTR-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-VEN-CTR-I PIC 9(2) COMP.
       01  WS-VEN-CTR-TABLE.
           05  WS-VEN-CTR-ENTRY OCCURS 51 TIMES.
               10  WS-VEN-CTR-CODE PIC X(8).
               10  WS-VEN-CTR-VALUES PIC X(66).
      *    VENDOR LEDGER (VENDORS.DAT) - ONE RECORD PER VENDOR AND
      *    MEMBER EVER SEALED FOR THAT VENDOR: FIRST AND LAST
      *    SHIPMENT DATES AND HOW MANY SHIPMENTS.  SHARED BY ALL
      *    VENDORS, SINCE IT IS WHAT TELLS THEM APART.
       01  WS-VLG-LOADED-SW PIC X VALUE 'N'.
           88  WS-VLG-LOADED VALUE 'Y'.
       01  WS-VLG-CHANGED-SW PIC X VALUE 'N'.
           88  WS-VLG-CHANGED VALUE 'Y'.
       01  WS-VLG-FULL-WARNED-SW PIC X VALUE 'N'.
           88  WS-VLG-FULL-WARNED VALUE 'Y'.
       01  WS-VLG-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-VLG-FOUND-NO PIC 9(4) COMP VALUE 0.
       01  WS-VLG-J PIC 9(4) COMP.
       01  WS-VLG-HOLD-MEMBER PIC X(36).
       01  WS-VLG-TABLE.
           05  WS-VLG-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-VLG-IDX.
               10  WS-VLG-VENDOR PIC X(8).
               10  WS-VLG-MEMBER PIC X(36).
               10  WS-VLG-FIRST PIC X(8).
               10  WS-VLG-LAST PIC X(8).
               10  WS-VLG-SHIPS PIC 9(5).
       01  WS-VLG-RECORD.
           05  WS-VLG-REC-VENDOR PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-VLG-REC-MEMBER PIC X(36).
           05  FILLER PIC X VALUE SPACE.
           05  WS-VLG-REC-FIRST PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-VLG-REC-LAST PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-VLG-REC-SHIPS PIC 9(5).
      *    DISTINCT VENDOR CODES, FOR THE STEPS THAT WORK THROUGH
      *    EVERY VENDOR IN TURN.
       01  WS-VLS-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-VLS-I PIC 9(2) COMP.
       01  WS-VLS-TABLE.
           05  WS-VLS-CODE PIC X(8) OCCURS 50 TIMES.
      *    THE VENDORS ONE MEMBER HAS GONE TO, LESS ANY ONE CODE
      *    THE CALLER LEAVES IN WS-VMB-EXCLUDE, AS A TABLE AND AS
      *    A PRINTABLE LIST.
       01  WS-VMB-EXCLUDE PIC X(8).
       01  WS-VMB-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-VMB-I PIC 9(2) COMP.
       01  WS-VMB-OWN-SW PIC X VALUE 'N'.
           88  WS-VMB-OWN VALUE 'Y'.
       01  WS-VMB-TABLE.
           05  WS-VMB-CODE PIC X(8) OCCURS 50 TIMES.
       01  WS-VMB-TEXT PIC X(30).
       01  WS-XVND-DETAIL.
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-XVD-MEMBER PIC X(36).
           05  FILLER PIC X.
           05  WS-XVD-FIRST PIC X(8).
           05  FILLER PIC X(2).
           05  WS-XVD-LAST PIC X(8).
           05  FILLER PIC X(2).
           05  WS-XVD-SHIPS PIC ZZZZ9.
           05  FILLER PIC X(2).
           05  WS-XVD-OTHERS PIC X(30).

      *----------------------------------------------------------
      * LOOKUP/TRANSLATE.  EVERY GENERATED NAME ON FILE - FROM
      * EACH MEMBER CROSSREF OF EACH NAME SPACE, AND FROM THE
      * DICTIONARY FOR NAMES NO CROSSREF CARRIES - WITH ITS
      * ORIGINAL NAME, MEMBER, PRODUCTION LINE AND VENDOR.
      * WS-LKP-ORDER HOLDS THE ENTRY NUMBERS IN GENERATED-NAME
      * ORDER SO A WORD IS LOOKED UP BY BINARY SEARCH.
      *----------------------------------------------------------
       01  WS-LKP-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-LKP-FULL-WARNED-SW PIC X VALUE 'N'.
           88  WS-LKP-FULL-WARNED VALUE 'Y'.
       01  WS-LKP-TABLE.
           05  WS-LKP-ENTRY OCCURS 20000 TIMES.
               10  WS-LKP-GEN PIC X(30).
               10  WS-LKP-ORIG PIC X(30).
               10  WS-LKP-MEMBER PIC X(40).
               10  WS-LKP-LINE-NO PIC 9(7).
               10  WS-LKP-VENDOR PIC X(8).
       01  WS-LKP-ORDER-TABLE.
           05  WS-LKP-ORDER PIC 9(5) COMP OCCURS 20000 TIMES.
       01  WS-LKP-KEY PIC 9(5) COMP.
       01  WS-LKP-I PIC 9(5) COMP.
       01  WS-LKP-J PIC 9(5) COMP.
       01  WS-LKP-LO PIC 9(5) COMP.
       01  WS-LKP-HI PIC 9(5) COMP.
       01  WS-LKP-MID PIC 9(5) COMP.
       01  WS-LKP-FIRST PIC 9(5) COMP.
       01  WS-LKP-LAST PIC 9(5) COMP.
       01  WS-LKP-SEG-START PIC 9(5) COMP.
       01  WS-LKP-MEANINGS PIC 9(5) COMP.
       01  WS-LKP-SHOWN PIC 9(5) COMP.
       01  WS-LKP-SAME-SW PIC X VALUE 'N'.
           88  WS-LKP-SAME VALUE 'Y'.
      *    CROSSREFS ALREADY TAKEN, SO A MEMBER LISTED TWICE ON THE
      *    MANIFEST IS NOT COUNTED AS TWO MEMBERS.
       01  WS-LKP-XREF-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-LKP-XREF-I PIC 9(4) COMP.
       01  WS-LKP-XREF-TABLE.
           05  WS-LKP-XREF-PATH PIC X(80) OCCURS 2000 TIMES.
       01  WS-LKP-MEMBER-PATH PIC X(40).
       01  WS-LKP-OLD PIC X(30).
       01  WS-LKP-NEW PIC X(30).
       01  WS-LKP-PART-1 PIC X(80).
       01  WS-LKP-PART-2 PIC X(20).
       01  WS-LKP-LINE-TEXT PIC X(7).
       01  WS-LKP-LINE-NUM REDEFINES WS-LKP-LINE-TEXT PIC 9(7).
       01  WS-LKP-IN-LINE PIC X(256).
       01  WS-LKP-OUT-LINE PIC X(300).
       01  WS-LKP-OUT-PTR PIC 9(3) COMP.
       01  WS-LKP-POS PIC 9(3) COMP.
       01  WS-LKP-START PIC 9(3) COMP.
       01  WS-LKP-LEN PIC 9(3) COMP.
       01  WS-LKP-CH PIC X.
           88  WS-LKP-WORD-CH VALUE 'A' THRU 'Z' 'a' THRU 'z'
                                    '0' THRU '9' '-'.
       01  WS-LKP-TOKEN PIC X(30).
      *    THE NAMES FOUND ON THE LINE JUST COPIED, EACH NOTED
      *    ONCE BENEATH IT.
       01  WS-LKP-NOTE-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-LKP-NOTE-I PIC 9(2) COMP.
       01  WS-LKP-NOTE-TABLE.
           05  WS-LKP-NOTE-NAME PIC X(30) OCCURS 40 TIMES.
       01  WS-LKP-LINES-READ PIC 9(7) COMP VALUE 0.
       01  WS-LKP-TRANSLATED PIC 9(7) COMP VALUE 0.
       01  WS-LKP-AMBIGUOUS PIC 9(7) COMP VALUE 0.
       01  WS-LKP-OVERFLOWS PIC 9(7) COMP VALUE 0.
       01  WS-LKP-VEN-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-LKP-VEN-I PIC 9(2) COMP.
       01  WS-LKP-VEN-TABLE.
           05  WS-LKP-VEN-CODE PIC X(8) OCCURS 51 TIMES.
       01  WS-LKP-NOTE-PREFIX PIC X(14) VALUE '      >>>     '.

      *----------------------------------------------------------
      * RUN HISTORY LEDGER.  BATCHCTL.DAT IS REWRITTEN BY EVERY
      * RUN; HISTORY.DAT IS ONLY EVER APPENDED TO.  EACH RUN THAT
      * PROCESSES MEMBERS ADDS ITS BATCH CONTROL RECORDS AND
      * TRAILER, EACH STAMPED WITH THE RUN ID (RUN DATE AND TIME
      * OF DAY TO THE HUNDREDTH OF A SECOND), THE RUN MODE, THE
      * CONFIG IN EFFECT (CONFIG.DAT'S FINGERPRINT AND THE FIVE
      * SHIPPING FLAGS) AND THE RUN'S RETURN CODE.  A MEMBER
      * RECORD CARRIED FORWARD FROM AN EARLIER RUN IS FLAGGED C -
      * IT WAS NOT SHIPPED AGAIN.
      *----------------------------------------------------------
       01  WS-HIST-TIME PIC 9(8).
       01  WS-HIST-RECORD.
           05  WS-HIST-RUN-ID.
               10  WS-HIST-RUN-DATE PIC X(8).
               10  WS-HIST-RUN-TIME PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-MODE PIC X(9).
               88  WS-HIST-FORWARD-RUN VALUE 'FORWARD' 'CHANGED'.
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-CFG-FPR PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-CFG-FLAGS PIC X(5).
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-RC PIC 9(2).
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-CARRIED PIC X.
               88  WS-HIST-WAS-CARRIED VALUE 'C'.
           05  FILLER PIC X VALUE SPACE.
           05  WS-HIST-BCTL PIC X(100).
       01  WS-HIST-WRITTEN PIC 9(5) COMP VALUE 0.
       01  WS-HIST-EOF-SW PIC X VALUE 'N'.
           88  WS-HIST-EOF VALUE 'Y'.

      *----------------------------------------------------------
      * RUN HISTORY REPORT - RUNMODE=HISTORY.  ONE PASS OVER THE
      * LEDGER FILLS A TABLE PER CALENDAR MONTH AND ONE PER
      * MEMBER (KEYED BY PATH AND VENDOR).  THE TREND FIGURES -
      * OUTCOMES, REASONS, STREAKS AND SHIPMENTS - COME FROM THE
      * FORWARD AND CHANGED RUNS ONLY, AND ONLY FROM MEMBERS THAT
      * ACTUALLY RAN; A CARRIED RECORD IS JUST COUNTED AS SUCH.
      * DEOBF, MERGE AND VERIFY RUNS ARE SUMMARIZED BY MONTH ON
      * THEIR OWN.  REASON CODES ARE TALLIED BY CODE NUMBER; A
      * CODE ABOVE THE TABLE'S RANGE IS COUNTED UNDER THE LAST
      * SLOT.  A DIRTY STREAK IS A RUN OF CONSECUTIVE FORWARD
      * RUNS OF THE MEMBER THAT CAME BACK DIRTY; ANY OTHER OUTCOME
      * ENDS IT.  A SHIPMENT DATE IS A FORWARD RUN IN WHICH THE
      * MEMBER WENT OUT CLEAN AND THE RUN WAS NOT REFUSED BY
      * STAGING (RC 12).
      *----------------------------------------------------------
       01  WS-HRP-STREAK-MIN PIC 9(2) VALUE 3.
       01  WS-HRP-RUNS PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RECORDS PIC 9(7) COMP VALUE 0.
       01  WS-HRP-IGNORED PIC 9(7) COMP VALUE 0.
       01  WS-HRP-TOT-CLEAN PIC 9(7) COMP VALUE 0.
       01  WS-HRP-TOT-DIRTY PIC 9(7) COMP VALUE 0.
       01  WS-HRP-TOT-SKIPPED PIC 9(7) COMP VALUE 0.
       01  WS-HRP-TOT-CARRIED PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RET-RUNS PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RET-RECORDS PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RET-CLEAN PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RET-DIRTY PIC 9(7) COMP VALUE 0.
       01  WS-HRP-RET-SKIPPED PIC 9(7) COMP VALUE 0.
       01  WS-HRP-STREAK-COUNT PIC 9(5) COMP VALUE 0.
       01  WS-HRP-FIRST-DATE PIC X(8) VALUE SPACES.
       01  WS-HRP-LAST-DATE PIC X(8) VALUE SPACES.
       01  WS-HRP-MON-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-HRP-MON-FULL-SW PIC X VALUE 'N'.
           88  WS-HRP-MON-FULL VALUE 'Y'.
       01  WS-HRP-MON-TABLE.
           05  WS-HRP-MON OCCURS 240 TIMES.
               10  WS-HRP-MON-KEY PIC X(6).
               10  WS-HRP-MON-RUNS PIC 9(5) COMP.
               10  WS-HRP-MON-MEMBERS PIC 9(7) COMP.
               10  WS-HRP-MON-CLEAN PIC 9(7) COMP.
               10  WS-HRP-MON-DIRTY PIC 9(7) COMP.
               10  WS-HRP-MON-SKIPPED PIC 9(7) COMP.
               10  WS-HRP-MON-CARRIED PIC 9(7) COMP.
               10  WS-HRP-MON-REASONS.
                   15  WS-HRP-MON-REASON PIC 9(7) COMP
                           OCCURS 50 TIMES.
      *            DEOBF, MERGE AND VERIFY RUNS IN THE MONTH.
               10  WS-HRP-MON-RET-RUNS PIC 9(5) COMP.
               10  WS-HRP-MON-RET-MEMBERS PIC 9(7) COMP.
               10  WS-HRP-MON-RET-CLEAN PIC 9(7) COMP.
               10  WS-HRP-MON-RET-DIRTY PIC 9(7) COMP.
               10  WS-HRP-MON-RET-SKIPPED PIC 9(7) COMP.
               10  WS-HRP-MON-RET-REASONS.
                   15  WS-HRP-MON-RET-REASON PIC 9(7) COMP
                           OCCURS 50 TIMES.
       01  WS-HRP-MON-I PIC 9(3) COMP.
       01  WS-HRP-MBR-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-HRP-MBR-FULL-SW PIC X VALUE 'N'.
           88  WS-HRP-MBR-FULL VALUE 'Y'.
       01  WS-HRP-MBR-TABLE.
           05  WS-HRP-MBR OCCURS 2000 TIMES.
               10  WS-HRP-MBR-PATH PIC X(40).
               10  WS-HRP-MBR-VENDOR PIC X(8).
               10  WS-HRP-MBR-RUNS PIC 9(5) COMP.
               10  WS-HRP-MBR-CLEAN PIC 9(5) COMP.
               10  WS-HRP-MBR-DIRTY PIC 9(5) COMP.
               10  WS-HRP-MBR-SKIPPED PIC 9(5) COMP.
               10  WS-HRP-MBR-STREAK PIC 9(5) COMP.
               10  WS-HRP-MBR-LONGEST PIC 9(5) COMP.
               10  WS-HRP-MBR-LONGEST-END PIC X(8).
               10  WS-HRP-MBR-LAST-STATUS PIC X(8).
               10  WS-HRP-MBR-LAST-DATE PIC X(8).
               10  WS-HRP-MBR-REASONS.
                   15  WS-HRP-MBR-REASON PIC 9(7) COMP
                           OCCURS 50 TIMES.
      *            THE MOST RECENT SHIPMENT DATES ARE KEPT; THE
      *            COUNT IS EVERY SHIPMENT ON THE LEDGER.
               10  WS-HRP-MBR-SHIPS PIC 9(5) COMP.
               10  WS-HRP-MBR-SHIP-KEPT PIC 9(2) COMP.
               10  WS-HRP-MBR-SHIP-DATE PIC X(8) OCCURS 40 TIMES.
       01  WS-HRP-MBR-I PIC 9(4) COMP.
       01  WS-HRP-SHIP-I PIC 9(2) COMP.
       01  WS-HRP-ALL-REASONS.
           05  WS-HRP-ALL-REASON PIC 9(7) COMP OCCURS 50 TIMES.
       01  WS-HRP-RET-ALL-REASONS.
           05  WS-HRP-RET-ALL-REASON PIC 9(7) COMP OCCURS 50 TIMES.
      *    TOP-REASON WORK AREA - THE CALLER MOVES ONE REASON
      *    TABLE HERE; THE THREE LARGEST NONZERO COUNTS COME BACK
      *    AS PRINTABLE TEXT, HIGHEST FIRST, LOWER CODE ON A TIE.
       01  WS-HRP-WORK-REASONS.
           05  WS-HRP-WORK-REASON PIC 9(7) COMP OCCURS 50 TIMES.
       01  WS-HRP-REASON-NO PIC 9(4) COMP.
       01  WS-HRP-R PIC 9(2) COMP.
       01  WS-HRP-TOP-I PIC 9(2) COMP.
       01  WS-HRP-TOP-WANT PIC 9(2) COMP.
       01  WS-HRP-BEST PIC 9(2) COMP.
       01  WS-HRP-BEST-TIMES PIC 9(7) COMP.
       01  WS-HRP-LEAD PIC 9(2) COMP.
       01  WS-HRP-REASON-CODE PIC 9(4).
       01  WS-HRP-REASON-TIMES PIC ZZZZZZ9.
       01  WS-HRP-TOP-TEXT PIC X(60).
       01  WS-HRP-TOP-PTR PIC 9(3) COMP.
       01  WS-HRP-SHIP-LINE PIC X(132).
       01  WS-HRP-SHIP-PTR PIC 9(3) COMP.
       01  WS-HRP-MON-DETAIL.
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-HMD-MONTH PIC X(7).
           05  FILLER PIC X(2).
           05  WS-HMD-RUNS PIC ZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-MEMBERS PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-CLEAN PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-DIRTY PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-SKIPPED PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-CARRIED PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HMD-TOP PIC X(60).
       01  WS-HRP-MBR-DETAIL.
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-HBD-MEMBER PIC X(36).
           05  FILLER PIC X.
           05  WS-HBD-VENDOR PIC X(8).
           05  WS-HBD-RUNS PIC ZZZZZZ9.
           05  FILLER PIC X.
           05  WS-HBD-CLEAN PIC ZZZZZZ9.
           05  FILLER PIC X.
           05  WS-HBD-DIRTY PIC ZZZZZZ9.
           05  FILLER PIC X.
           05  WS-HBD-SKIPPED PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HBD-LAST-STATUS PIC X(8).
           05  FILLER PIC X.
           05  WS-HBD-LAST-DATE PIC X(8).
           05  FILLER PIC X(2).
           05  WS-HBD-TOP PIC X(31).
       01  WS-HRP-STREAK-DETAIL.
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-HSD-MEMBER PIC X(36).
           05  FILLER PIC X.
           05  WS-HSD-VENDOR PIC X(8).
           05  FILLER PIC X(2).
           05  WS-HSD-LONGEST PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HSD-THROUGH PIC X(8).
           05  FILLER PIC X(2).
           05  WS-HSD-CURRENT PIC ZZZZZZ9.
           05  FILLER PIC X(2).
           05  WS-HSD-TOP PIC X(40).

      *----------------------------------------------------------
      * CONTENT FINGERPRINT WORK FIELDS - A ROLLING MODULAR HASH
      * OVER EVERY SIGNIFICANT CHARACTER OF A FILE, WITH A LINE-
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CONFIGURATION THRU LOAD-CONFIGURATION-EXIT
           PERFORM START-VENDOR THRU START-VENDOR-EXIT
           PERFORM LOAD-DICTIONARY THRU LOAD-DICTIONARY-EXIT
           PERFORM LOAD-SHIPSEAL THRU LOAD-SHIPSEAL-EXIT
           PERFORM LOAD-COPYDEPS THRU LOAD-COPYDEPS-EXIT
           IF WS-DICTMAINT-MODE
               PERFORM DICTMAINT-BY-VENDOR
                   THRU DICTMAINT-BY-VENDOR-EXIT
               STOP RUN
           END-IF
           IF WS-LOOKUP-MODE
               PERFORM LOOKUP-TRANSLATE THRU LOOKUP-TRANSLATE-EXIT
               STOP RUN
           END-IF
           IF WS-HISTORY-MODE
               PERFORM HISTORY-REPORT THRU HISTORY-REPORT-EXIT
               STOP RUN
           END-IF
           IF WS-STAGE-MODE
               PERFORM STAGE-SHIPMENT THRU STAGE-SHIPMENT-EXIT
               STOP RUN
           END-IF
           PERFORM DETERMINE-RUN-MODE
           ELSE
               MOVE "src/input.cob" TO WS-INPUT-PATH
               IF WS-DEOBF-MODE
      *            THE MEMBER PATH NAMES PRODUCTION SOURCE, AND
      *            THE ORIGINAL WE SHIPPED FROM UNTIL THE SHIPPED
      *            ARCHIVE IS FOUND; THE VENDOR RETURN IS READ FROM
      *            THE OBFUSCATED MEMBER THE FORWARD RUN WROTE.
                   MOVE WS-INPUT-PATH TO WS-ORIG-MEMBER-PATH
                   MOVE WS-INPUT-PATH TO WS-PROD-MEMBER-PATH
                   MOVE "src/obfuscated_output.cob" TO WS-INPUT-PATH
                   MOVE "src/deobfuscated_output.cob" TO WS-OUTPUT-PATH
                   MOVE "src/change_report.txt" TO WS-CHGRPT-PATH
                   MOVE "src/baseline.dat" TO WS-BASELN-PATH
                   MOVE "src/merged_output.cob" TO WS-MERGED-PATH
                   MOVE "src/conflict_report.txt" TO WS-CONFLICT-PATH
                   MOVE "src/prodbase.dat" TO WS-MRG-PRODBASE-PATH
                   MOVE "src/vendor_names_report.txt"
                       TO WS-VNDRPT-PATH
               ELSE
                   MOVE "src/obfuscated_output.cob" TO WS-OUTPUT-PATH
               END-IF
               MOVE "src/crossref_report.txt" TO WS-CROSSREF-PATH
               MOVE "src/whereused_report.txt" TO WS-WHEREUSED-PATH
               MOVE "src/exceptions_report.txt" TO WS-EXCEPT-PATH
               MOVE "src/checkpoint.dat" TO WS-CHECKPT-PATH
               MOVE "src/preimage.dat" TO WS-PREIMAGE-PATH
               MOVE "src/roundtrip_report.txt" TO WS-RTRIP-PATH
               MOVE "src/spill.dat" TO WS-SPILL-PATH
               MOVE "src/shipped.dat" TO WS-SHIPPED-PATH
               PERFORM PROCESS-ONE-MEMBER THRU PROCESS-ONE-MEMBER-EXIT
               PERFORM RECORD-MEMBER-OUTCOME
                   THRU RECORD-MEMBER-OUTCOME-EXIT
           END-IF
           PERFORM SAVE-DICTIONARY THRU SAVE-DICTIONARY-EXIT
           PERFORM SAVE-SHIPSEAL THRU SAVE-SHIPSEAL-EXIT
           PERFORM SAVE-COPYDEPS THRU SAVE-COPYDEPS-EXIT
           PERFORM SAVE-VENDOR-LEDGER THRU SAVE-VENDOR-LEDGER-EXIT
           IF WS-BATCH-SKIPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CFG-STAGE AND WS-BATCH-MODE AND NOT WS-DEOBF-MODE
               PERFORM STAGE-SHIPMENT THRU STAGE-SHIPMENT-EXIT
           END-IF
           PERFORM APPEND-RUN-HISTORY THRU APPEND-RUN-HISTORY-EXIT
           STOP RUN.

      *----------------------------------------------------------
                   ELSE
                       MOVE 'N' TO WS-CFG-RERUN-SW
                   END-IF
               WHEN WS-CFG-KEY(1:8) = 'STAGEDIR'
                   MOVE WS-CFG-VALUE TO WS-CFG-STAGEDIR
               WHEN WS-CFG-KEY(1:5) = 'STAGE'
                   IF WS-CFG-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CFG-STAGE-SW
                   ELSE
                       MOVE 'N' TO WS-CFG-STAGE-SW
                   END-IF
               WHEN WS-CFG-KEY(1:8) = 'DICTFILE'
                   MOVE WS-CFG-VALUE TO WS-DICT-PATH
                   MOVE 'Y' TO WS-DICT-ENABLED-SW
                           MOVE 'Y' TO WS-DICTMAINT-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:5) = 'DEOBF'
                           MOVE 'Y' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:5) = 'MERGE'
                           MOVE 'Y' TO WS-DEOBF-MODE-SW
                           MOVE 'Y' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:6) = 'VERIFY'
                           MOVE 'Y' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:7) = 'CHANGED'
                           MOVE 'Y' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:5) = 'STAGE'
                           MOVE 'Y' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:6) = 'LOOKUP'
                           MOVE 'Y' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                       WHEN WS-CFG-VALUE(1:7) = 'HISTORY'
                           MOVE 'Y' TO WS-HISTORY-MODE-SW
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                       WHEN OTHER
                           MOVE 'N' TO WS-DEOBF-MODE-SW
                           MOVE 'N' TO WS-VERIFY-MODE-SW
                           MOVE 'N' TO WS-MERGE-MODE-SW
                           MOVE 'N' TO WS-CHANGED-MODE-SW
                           MOVE 'N' TO WS-STAGE-MODE-SW
                           MOVE 'N' TO WS-LOOKUP-MODE-SW
                           MOVE 'N' TO WS-HISTORY-MODE-SW
                   END-EVALUATE
               WHEN WS-CFG-KEY(1:9) = 'LOOKUPOUT'
                   MOVE WS-CFG-VALUE TO WS-LKPOUT-PATH
               WHEN WS-CFG-KEY(1:8) = 'LOOKUPIN'
                   MOVE WS-CFG-VALUE TO WS-LKPIN-PATH
               WHEN WS-CFG-KEY(1:10) = 'HISTREPORT'
                   MOVE WS-CFG-VALUE TO WS-HISTRPT-PATH
               WHEN WS-CFG-KEY(1:9) = 'HISTDIRTY'
                   EVALUATE TRUE
                       WHEN WS-CFG-VALUE(1:2) IS NUMERIC
                           MOVE WS-CFG-VALUE(1:2) TO WS-HRP-STREAK-MIN
                       WHEN WS-CFG-VALUE(1:1) IS NUMERIC
                           MOVE WS-CFG-VALUE(1:1) TO WS-HRP-STREAK-MIN
                   END-EVALUATE
                   IF WS-HRP-STREAK-MIN < 2
                       MOVE 2 TO WS-HRP-STREAK-MIN
                   END-IF
               WHEN WS-CFG-KEY(1:8) = 'HISTFILE'
                   MOVE WS-CFG-VALUE TO WS-HIST-PATH
               WHEN WS-CFG-KEY(1:6) = 'VENDOR'
                   MOVE WS-CFG-VALUE TO WS-VEN-VALUE
                   PERFORM CHECK-VENDOR-CODE THRU CHECK-VENDOR-CODE-EXIT
                   EVALUATE TRUE
                       WHEN WS-VEN-VALUE = 'ALL'
                           MOVE 'ALL' TO WS-CFG-VENDOR
                           MOVE 'N' TO WS-VEN-CFG-BAD-SW
                       WHEN WS-VEN-BAD
                           MOVE 'Y' TO WS-VEN-CFG-BAD-SW
                       WHEN OTHER
                           MOVE WS-VEN-NEXT-CODE TO WS-CFG-VENDOR
                           MOVE 'N' TO WS-VEN-CFG-BAD-SW
                   END-EVALUATE
               WHEN WS-CFG-KEY(1:7) = 'EXCLUDE'
                   IF WS-CFG-EXCLUDE-COUNT < 100
           IF WS-DICT-TRL-PROG-COUNTER IS NUMERIC
           AND WS-DICT-TRL-PROG-COUNTER > WS-PROG-COUNTER
               MOVE WS-DICT-TRL-PROG-COUNTER TO WS-PROG-COUNTER
           END-IF
           IF WS-DICT-TRL-RSRC-COUNTER IS NUMERIC
           AND WS-DICT-TRL-RSRC-COUNTER > WS-RSRC-COUNTER
               MOVE WS-DICT-TRL-RSRC-COUNTER TO WS-RSRC-COUNTER
           END-IF
           IF WS-DICT-TRL-TRAN-COUNTER IS NUMERIC
           AND WS-DICT-TRL-TRAN-COUNTER > WS-TRAN-COUNTER
               MOVE WS-DICT-TRL-TRAN-COUNTER TO WS-TRAN-COUNTER
           END-IF
           IF WS-DICT-TRL-QUAL-COUNTER IS NUMERIC
           AND WS-DICT-TRL-QUAL-COUNTER > WS-QUAL-COUNTER
               MOVE WS-DICT-TRL-QUAL-COUNTER TO WS-QUAL-COUNTER
           END-IF.
       APPLY-DICT-TRAILER-COUNTERS-EXIT.
           EXIT.
           MOVE WS-BOOK-COUNTER TO WS-DICT-TRL-BOOK-COUNTER
           MOVE WS-SQL-COUNTER TO WS-DICT-TRL-SQL-COUNTER
           MOVE WS-PROG-COUNTER TO WS-DICT-TRL-PROG-COUNTER
           MOVE WS-RSRC-COUNTER TO WS-DICT-TRL-RSRC-COUNTER
           MOVE WS-TRAN-COUNTER TO WS-DICT-TRL-TRAN-COUNTER
           MOVE WS-QUAL-COUNTER TO WS-DICT-TRL-QUAL-COUNTER
           MOVE SPACES TO DICTIONARY-LINE
           MOVE WS-DICT-TRAILER TO DICTIONARY-LINE
           WRITE DICTIONARY-LINE
       WRITE-DICTIONARY-LOOP-EXIT.
           EXIT.

      *============================================================
      * VENDOR NAME SPACES.  THE CONFIGURED STATE FILE NAMES AND
      * THE STARTING NAME COUNTERS ARE HELD ASIDE AT STARTUP, SO
      * EVERY VENDOR CAN BE STARTED FROM THEM.  SWITCH-VENDOR
      * SAVES THE NAME SPACE IN USE, POINTS THE PATHS AT THE NEXT
      * VENDOR'S FILES AND LOADS THEM, EXACTLY AS A RUN STARTS.
      *============================================================
       START-VENDOR.
           MOVE WS-DICT-PATH TO WS-VEN-BASE-DICT-PATH
           MOVE WS-VAR-COUNTER TO WS-VEN-BASE-VAR
           MOVE WS-PARA-COUNTER TO WS-VEN-BASE-PARA
           MOVE WS-COND-COUNTER TO WS-VEN-BASE-COND
           MOVE WS-FILE-COUNTER TO WS-VEN-BASE-FILE
           MOVE WS-INDEX-COUNTER TO WS-VEN-BASE-INDEX
           MOVE WS-BOOK-COUNTER TO WS-VEN-BASE-BOOK
           MOVE WS-SQL-COUNTER TO WS-VEN-BASE-SQL
           MOVE WS-PROG-COUNTER TO WS-VEN-BASE-PROG
           MOVE WS-RSRC-COUNTER TO WS-VEN-BASE-RSRC
           MOVE WS-TRAN-COUNTER TO WS-VEN-BASE-TRAN
           MOVE WS-QUAL-COUNTER TO WS-VEN-BASE-QUAL
           PERFORM LOAD-VENDOR-LEDGER THRU LOAD-VENDOR-LEDGER-EXIT
      *    VENDOR=ALL NAMES NO NAME SPACE - IT ASKS DICTMAINT TO
      *    WORK THROUGH ALL OF THEM - SO ANYTHING ELSE STARTS IN
      *    THE HOUSE NAME SPACE.
           IF WS-VEN-CFG-BAD
               DISPLAY 'COBOLCMP: CONFIG.DAT VENDOR=' WS-VEN-VALUE
                   ' IS NOT A VALID VENDOR CODE - RUN STOPPED'
      *        RC 12 IS A FAILED STAGING; A CONFIGURATION THAT
      *        STOPS THE RUN BEFORE ANY WORK GETS ITS OWN CODE SO
      *        THE SCHEDULER CAN TELL THE TWO APART.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CFG-VENDOR = 'ALL'
               IF NOT WS-DICTMAINT-MODE
                   DISPLAY 'COBOLCMP: VENDOR=ALL APPLIES TO '
                       'RUNMODE=DICTMAINT ONLY - IGNORED'
                   MOVE SPACES TO WS-CFG-VENDOR
               END-IF
               MOVE SPACES TO WS-VEN-DFLT-CODE
           ELSE
               MOVE WS-CFG-VENDOR TO WS-VEN-DFLT-CODE
           END-IF
           MOVE WS-VEN-DFLT-CODE TO WS-VEN-CODE WS-VEN-ENTRY-CODE
           PERFORM SET-VENDOR-PATHS THRU SET-VENDOR-PATHS-EXIT.
       START-VENDOR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SWITCH-VENDOR - MAKES THE CODE IN WS-VEN-NEXT-CODE THE
      * NAME SPACE IN USE.  NOTHING HAPPENS WHEN IT ALREADY IS.
      *----------------------------------------------------------
       SWITCH-VENDOR.
           IF WS-VEN-NEXT-CODE = WS-VEN-CODE
               GO TO SWITCH-VENDOR-EXIT
           END-IF
           PERFORM SAVE-DICTIONARY THRU SAVE-DICTIONARY-EXIT
           PERFORM SAVE-SHIPSEAL THRU SAVE-SHIPSEAL-EXIT
           PERFORM SAVE-COPYDEPS THRU SAVE-COPYDEPS-EXIT
           PERFORM SAVE-VENDOR-COUNTERS THRU SAVE-VENDOR-COUNTERS-EXIT
           MOVE WS-VEN-NEXT-CODE TO WS-VEN-CODE
           PERFORM SET-VENDOR-PATHS THRU SET-VENDOR-PATHS-EXIT
           PERFORM RESTORE-VENDOR-COUNTERS
               THRU RESTORE-VENDOR-COUNTERS-EXIT
      *    COPYBOOK MEMBERS ARE WRITTEN ONCE PER NAME SPACE - THE
      *    REGISTRY STARTS AGAIN SO THIS VENDOR GETS ITS OWN.
           MOVE 0 TO WS-DICT-COUNT WS-SEAL-COUNT WS-DEPS-COUNT
                     WS-CPY-COUNT
           MOVE 'N' TO WS-DICT-CHANGED-SW WS-DICT-FULL-WARNED-SW
                       WS-SEAL-LOADED-SW WS-SEAL-CHANGED-SW
                       WS-DEPS-CHANGED-SW WS-DEPS-FULL-WARNED-SW
           PERFORM LOAD-DICTIONARY THRU LOAD-DICTIONARY-EXIT
           PERFORM LOAD-SHIPSEAL THRU LOAD-SHIPSEAL-EXIT
           PERFORM LOAD-COPYDEPS THRU LOAD-COPYDEPS-EXIT
           IF WS-VEN-CODE = SPACES
               DISPLAY 'COBOLCMP: HOUSE NAME SPACE IN USE'
           ELSE
               DISPLAY 'COBOLCMP: VENDOR ' WS-VEN-CODE
                   ' NAME SPACE IN USE - OUTPUT TO ' WS-OUT-DIR
           END-IF.
       SWITCH-VENDOR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SAVE-VENDOR-COUNTERS - FILES THE COUNTERS OF THE NAME
      * SPACE BEING LEFT UNDER WS-VEN-CODE.  RESTORE-VENDOR-
      * COUNTERS PUTS BACK THE ONES FILED FOR THE NAME SPACE NOW
      * IN USE, OR THE STARTING COUNTERS FOR ONE NOT YET SEEN.  A
      * DICTFILE= TRAILER LOADED AFTER THIS STILL HAS THE LAST
      * WORD.
      *----------------------------------------------------------
       SAVE-VENDOR-COUNTERS.
           MOVE WS-VAR-COUNTER TO WS-VEN-HOLD-VAR
           MOVE WS-PARA-COUNTER TO WS-VEN-HOLD-PARA
           MOVE WS-COND-COUNTER TO WS-VEN-HOLD-COND
           MOVE WS-FILE-COUNTER TO WS-VEN-HOLD-FILE
           MOVE WS-INDEX-COUNTER TO WS-VEN-HOLD-INDEX
           MOVE WS-BOOK-COUNTER TO WS-VEN-HOLD-BOOK
           MOVE WS-SQL-COUNTER TO WS-VEN-HOLD-SQL
           MOVE WS-PROG-COUNTER TO WS-VEN-HOLD-PROG
           MOVE WS-RSRC-COUNTER TO WS-VEN-HOLD-RSRC
           MOVE WS-TRAN-COUNTER TO WS-VEN-HOLD-TRAN
           MOVE WS-QUAL-COUNTER TO WS-VEN-HOLD-QUAL
           PERFORM FIND-VENDOR-COUNTERS THRU FIND-VENDOR-COUNTERS-EXIT
           IF WS-VEN-CTR-I > WS-VEN-CTR-COUNT
               IF WS-VEN-CTR-COUNT >= 51
                   DISPLAY 'COBOLCMP: TOO MANY NAME SPACES TO HOLD - '
                       'COUNTERS FOR ' WS-VEN-CODE ' NOT KEPT'
                   GO TO SAVE-VENDOR-COUNTERS-EXIT
               END-IF
               ADD 1 TO WS-VEN-CTR-COUNT
               MOVE WS-VEN-CTR-COUNT TO WS-VEN-CTR-I
               MOVE WS-VEN-CODE TO WS-VEN-CTR-CODE(WS-VEN-CTR-I)
           END-IF
           MOVE WS-VEN-HOLD-COUNTERS TO WS-VEN-CTR-VALUES(WS-VEN-CTR-I).
       SAVE-VENDOR-COUNTERS-EXIT.
           EXIT.

       RESTORE-VENDOR-COUNTERS.
           PERFORM FIND-VENDOR-COUNTERS THRU FIND-VENDOR-COUNTERS-EXIT
           IF WS-VEN-CTR-I > WS-VEN-CTR-COUNT
               MOVE WS-VEN-BASE-COUNTERS TO WS-VEN-HOLD-COUNTERS
           ELSE
               MOVE WS-VEN-CTR-VALUES(WS-VEN-CTR-I)
                   TO WS-VEN-HOLD-COUNTERS
           END-IF
           MOVE WS-VEN-HOLD-VAR TO WS-VAR-COUNTER
           MOVE WS-VEN-HOLD-PARA TO WS-PARA-COUNTER
           MOVE WS-VEN-HOLD-COND TO WS-COND-COUNTER
           MOVE WS-VEN-HOLD-FILE TO WS-FILE-COUNTER
           MOVE WS-VEN-HOLD-INDEX TO WS-INDEX-COUNTER
           MOVE WS-VEN-HOLD-BOOK TO WS-BOOK-COUNTER
           MOVE WS-VEN-HOLD-SQL TO WS-SQL-COUNTER
           MOVE WS-VEN-HOLD-PROG TO WS-PROG-COUNTER
           MOVE WS-VEN-HOLD-RSRC TO WS-RSRC-COUNTER
           MOVE WS-VEN-HOLD-TRAN TO WS-TRAN-COUNTER
           MOVE WS-VEN-HOLD-QUAL TO WS-QUAL-COUNTER.
       RESTORE-VENDOR-COUNTERS-EXIT.
           EXIT.

      *    LEAVES WS-VEN-CTR-I ON WS-VEN-CODE'S SLOT, OR ONE PAST
      *    THE LAST SLOT IN USE WHEN IT HAS NONE.
       FIND-VENDOR-COUNTERS.
           MOVE 1 TO WS-VEN-CTR-I.
       FIND-VENDOR-COUNTERS-LOOP.
           IF WS-VEN-CTR-I > WS-VEN-CTR-COUNT
               GO TO FIND-VENDOR-COUNTERS-EXIT
           END-IF
           IF WS-VEN-CTR-CODE(WS-VEN-CTR-I) = WS-VEN-CODE
               GO TO FIND-VENDOR-COUNTERS-EXIT
           END-IF
           ADD 1 TO WS-VEN-CTR-I
           GO TO FIND-VENDOR-COUNTERS-LOOP.
       FIND-VENDOR-COUNTERS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SET-VENDOR-PATHS - THE STATE FILES, OUTPUT DIRECTORY,
      * STAGING DIRECTORY AND SERIES KEY FOR WS-VEN-CODE.  THE
      * HOUSE NAME SPACE KEEPS THE CONFIGURED NAMES UNCHANGED.
      *----------------------------------------------------------
       SET-VENDOR-PATHS.
           MOVE WS-VEN-BASE-DICT-PATH TO WS-VEN-QPATH
           PERFORM VENDOR-QUALIFY-PATH THRU VENDOR-QUALIFY-PATH-EXIT
           MOVE WS-VEN-QRESULT TO WS-DICT-PATH
           MOVE 'shipseal.dat' TO WS-VEN-QPATH
           PERFORM VENDOR-QUALIFY-PATH THRU VENDOR-QUALIFY-PATH-EXIT
           MOVE WS-VEN-QRESULT TO WS-SEAL-FILE-PATH
           MOVE 'copydeps.dat' TO WS-VEN-QPATH
           PERFORM VENDOR-QUALIFY-PATH THRU VENDOR-QUALIFY-PATH-EXIT
           MOVE WS-VEN-QRESULT TO WS-DEPS-PATH
           MOVE 'transmittal.txt' TO WS-VEN-QPATH
           PERFORM VENDOR-QUALIFY-PATH THRU VENDOR-QUALIFY-PATH-EXIT
           MOVE WS-VEN-QRESULT TO WS-TRANSMIT-PATH
           MOVE 'dictmaint_report.txt' TO WS-VEN-QPATH
           PERFORM VENDOR-QUALIFY-PATH THRU VENDOR-QUALIFY-PATH-EXIT
           MOVE WS-VEN-QRESULT TO WS-DICTRPT-PATH
           MOVE SPACES TO WS-OUT-DIR WS-STG-DIR
           MOVE 0 TO WS-VEN-KEY
           IF WS-VEN-CODE = SPACES
               MOVE 'src/' TO WS-OUT-DIR
               MOVE WS-CFG-STAGEDIR TO WS-STG-DIR
               GO TO SET-VENDOR-PATHS-EXIT
           END-IF
           STRING 'src/' DELIMITED BY SIZE
                  WS-VEN-CODE DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  INTO WS-OUT-DIR
           END-STRING
           STRING WS-CFG-STAGEDIR DELIMITED BY SPACE
                  WS-VEN-CODE DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  INTO WS-STG-DIR
           END-STRING
      *    THE SERIES KEY - A MULTIPLIER TAKEN FROM THE CODE, ODD
      *    AND NOT A MULTIPLE OF FIVE, SO MULTIPLYING BY IT MODULO
      *    A POWER OF TEN NEVER MAPS TWO COUNTER VALUES ONTO ONE.
           MOVE 1 TO WS-VEN-I.
       SET-VENDOR-PATHS-KEY.
           IF WS-VEN-I > 8
               GO TO SET-VENDOR-PATHS-KEYED
           END-IF
           IF WS-VEN-CODE(WS-VEN-I:1) = SPACE
               GO TO SET-VENDOR-PATHS-KEYED
           END-IF
           COMPUTE WS-VEN-KEY =
               FUNCTION MOD(WS-VEN-KEY * 31
                   + FUNCTION ORD(WS-VEN-CODE(WS-VEN-I:1)), 999000)
           ADD 1 TO WS-VEN-I
           GO TO SET-VENDOR-PATHS-KEY.
       SET-VENDOR-PATHS-KEYED.
           IF WS-VEN-KEY < 1000
               ADD 100000 TO WS-VEN-KEY
           END-IF
           IF FUNCTION MOD(WS-VEN-KEY, 2) = 0
               ADD 1 TO WS-VEN-KEY
           END-IF
           IF FUNCTION MOD(WS-VEN-KEY, 5) = 0
               ADD 2 TO WS-VEN-KEY
           END-IF.
       SET-VENDOR-PATHS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VENDOR-QUALIFY-PATH - PUTS THE VENDOR CODE AND AN
      * UNDERSCORE IN FRONT OF THE FILE NAME PART OF WS-VEN-QPATH,
      * LEAVING ANY DIRECTORY AS IT WAS; THE HOUSE NAME SPACE
      * GETS THE PATH BACK UNCHANGED.
      *----------------------------------------------------------
       VENDOR-QUALIFY-PATH.
           MOVE WS-VEN-QPATH TO WS-VEN-QRESULT
           IF WS-VEN-CODE = SPACES OR WS-VEN-QPATH = SPACES
               GO TO VENDOR-QUALIFY-PATH-EXIT
           END-IF
           MOVE 0 TO WS-VEN-QSLASH
           MOVE 1 TO WS-VEN-I.
       VENDOR-QUALIFY-PATH-LOOP.
           IF WS-VEN-I > 80
               GO TO VENDOR-QUALIFY-PATH-BUILD
           END-IF
           IF WS-VEN-QPATH(WS-VEN-I:1) = '/'
               MOVE WS-VEN-I TO WS-VEN-QSLASH
           END-IF
           ADD 1 TO WS-VEN-I
           GO TO VENDOR-QUALIFY-PATH-LOOP.
       VENDOR-QUALIFY-PATH-BUILD.
           MOVE SPACES TO WS-VEN-QRESULT
           MOVE 1 TO WS-VEN-PTR
           IF WS-VEN-QSLASH > 0
               STRING WS-VEN-QPATH(1:WS-VEN-QSLASH) DELIMITED BY SIZE
                      INTO WS-VEN-QRESULT
                      WITH POINTER WS-VEN-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-VEN-QSLASH
           STRING WS-VEN-CODE DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-VEN-QPATH(WS-VEN-QSLASH:) DELIMITED BY SPACE
                  INTO WS-VEN-QRESULT
                  WITH POINTER WS-VEN-PTR
           END-STRING.
       VENDOR-QUALIFY-PATH-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VENDOR-SERIES-NUMBER - THE NUMBER A GENERATED NAME CARRIES
      * FOR COUNTER VALUE WS-VEN-SER-IN.  THE HOUSE NAME SPACE
      * USES THE COUNTER AS IT STANDS; A VENDOR'S IS SCRAMBLED BY
      * ITS SERIES KEY, SO THE SAME FIELD SHIPPED TO TWO VENDORS
      * GOES OUT UNDER TWO UNRELATED NAMES.  THE COUNTERS AND THE
      * DICTIONARY TRAILER STAY IN PLAIN SEQUENCE.
      *----------------------------------------------------------
       VENDOR-SERIES-NUMBER.
           IF WS-VEN-KEY = 0
               MOVE WS-VEN-SER-IN TO WS-VEN-SER-OUT
           ELSE
               COMPUTE WS-VEN-SER-OUT =
                   FUNCTION MOD(WS-VEN-SER-IN * WS-VEN-KEY, 1000000)
           END-IF.

      *----------------------------------------------------------
      * CHECK-VENDOR-CODE - VALIDATES THE CODE IN WS-VEN-VALUE:
      * ONE TO EIGHT LETTERS AND DIGITS, TAKEN IN UPPER CASE AND
      * LEFT IN WS-VEN-NEXT-CODE.  A BLANK VALUE IS THE HOUSE
      * NAME SPACE.  ALL IS RESERVED FOR DICTMAINT.
      *----------------------------------------------------------
       CHECK-VENDOR-CODE.
           MOVE 'N' TO WS-VEN-BAD-SW
           MOVE SPACES TO WS-VEN-NEXT-CODE
           INSPECT WS-VEN-VALUE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-VEN-VALUE = SPACES
               GO TO CHECK-VENDOR-CODE-EXIT
           END-IF
           MOVE WS-VEN-VALUE(1:8) TO WS-VEN-NEXT-CODE
           IF WS-VEN-VALUE(9:12) NOT = SPACES
           OR WS-VEN-VALUE(1:1) = SPACE
           OR WS-VEN-NEXT-CODE = 'ALL'
               MOVE 'Y' TO WS-VEN-BAD-SW
               GO TO CHECK-VENDOR-CODE-EXIT
           END-IF
           MOVE 1 TO WS-VEN-I.
       CHECK-VENDOR-CODE-LOOP.
           IF WS-VEN-I > 8
               GO TO CHECK-VENDOR-CODE-EXIT
           END-IF
           MOVE WS-VEN-NEXT-CODE(WS-VEN-I:1) TO WS-VEN-CH
           IF WS-VEN-CH = SPACE
               IF WS-VEN-NEXT-CODE(WS-VEN-I:) NOT = SPACES
                   MOVE 'Y' TO WS-VEN-BAD-SW
               END-IF
               GO TO CHECK-VENDOR-CODE-EXIT
           END-IF
           IF (WS-VEN-CH < 'A' OR WS-VEN-CH > 'Z')
           AND (WS-VEN-CH < '0' OR WS-VEN-CH > '9')
               MOVE 'Y' TO WS-VEN-BAD-SW
               GO TO CHECK-VENDOR-CODE-EXIT
           END-IF
           ADD 1 TO WS-VEN-I
           GO TO CHECK-VENDOR-CODE-LOOP.
       CHECK-VENDOR-CODE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SET-MANIFEST-VENDOR - A VENDOR=CODE LINE IN THE MANIFEST.
      * THE CODE HOLDS FOR EVERY ENTRY BELOW IT UNTIL THE NEXT
      * VENDOR= LINE; VENDOR= WITH NO CODE GOES BACK TO THE
      * CONFIG.DAT VENDOR.  A CODE THAT IS NOT VALID SKIPS THE
      * ENTRIES UNDER IT RATHER THAN SHIP THEM UNDER ANOTHER
      * VENDOR'S NAMES.
      *----------------------------------------------------------
       SET-MANIFEST-VENDOR.
           MOVE SPACES TO WS-VEN-VALUE
           MOVE MANIFEST-RECORD(8:20) TO WS-VEN-VALUE
           PERFORM CHECK-VENDOR-CODE THRU CHECK-VENDOR-CODE-EXIT
           IF WS-VEN-BAD
               DISPLAY 'COBOLCMP: MANIFEST VENDOR=' WS-VEN-VALUE
                   ' IS NOT A VALID VENDOR CODE - ENTRIES UNDER IT '
                   'ARE SKIPPED'
               MOVE 'Y' TO WS-VEN-MAN-BAD-SW
               GO TO SET-MANIFEST-VENDOR-EXIT
           END-IF
           MOVE 'N' TO WS-VEN-MAN-BAD-SW
           IF WS-VEN-NEXT-CODE = SPACES
               MOVE WS-VEN-DFLT-CODE TO WS-VEN-MAN-CODE
           ELSE
               MOVE WS-VEN-NEXT-CODE TO WS-VEN-MAN-CODE
           END-IF.
       SET-MANIFEST-VENDOR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESOLVE-ENTRY-VENDOR - SETTLES THE VENDOR FOR THE ENTRY
      * JUST SPLIT INTO WS-INPUT-PATH AND WS-MBR-OPTIONS, INTO
      * WS-VEN-ENTRY-CODE: VENDOR= ON THE ENTRY, ELSE THE LAST
      * VENDOR= LINE, ELSE CONFIG.DAT.  A DEOBF ENTRY LEFT WITH NO
      * VENDOR AT ALL TAKES THE ONE VENDOR THE LEDGER SAYS THE
      * MEMBER WENT TO; WHEN IT WENT TO MORE THAN ONE THE RETURN
      * CANNOT BE PLACED AND WS-VEN-BAD COMES BACK SET.
      *----------------------------------------------------------
       RESOLVE-ENTRY-VENDOR.
           MOVE 'N' TO WS-VEN-BAD-SW
           MOVE SPACES TO WS-VEN-BAD-TEXT
           MOVE WS-VEN-MAN-CODE TO WS-VEN-ENTRY-CODE
           IF WS-VEN-MAN-BAD
               MOVE 'Y' TO WS-VEN-BAD-SW
               MOVE 'MANIFEST VENDOR= LINE ABOVE IT IS NOT VALID'
                   TO WS-VEN-BAD-TEXT
           END-IF
           MOVE 1 TO WS-MBR-OPT-PTR.
       RESOLVE-ENTRY-VENDOR-LOOP.
           IF WS-MBR-OPTIONS = SPACES OR WS-MBR-OPT-PTR > 80
               GO TO RESOLVE-ENTRY-VENDOR-LEDGER
           END-IF
           MOVE SPACES TO WS-MBR-OPT-TOKEN
           UNSTRING WS-MBR-OPTIONS DELIMITED BY ALL SPACE
               INTO WS-MBR-OPT-TOKEN
               WITH POINTER WS-MBR-OPT-PTR
           END-UNSTRING
           MOVE SPACES TO WS-MBR-OPT-KEY WS-MBR-OPT-VALUE
           UNSTRING WS-MBR-OPT-TOKEN DELIMITED BY '='
               INTO WS-MBR-OPT-KEY WS-MBR-OPT-VALUE
           END-UNSTRING
           IF WS-MBR-OPT-KEY NOT = 'VENDOR'
               GO TO RESOLVE-ENTRY-VENDOR-LOOP
           END-IF
           MOVE WS-MBR-OPT-VALUE TO WS-VEN-VALUE
           PERFORM CHECK-VENDOR-CODE THRU CHECK-VENDOR-CODE-EXIT
           IF WS-VEN-BAD
               MOVE 'VENDOR= ON THE ENTRY IS NOT A VALID CODE'
                   TO WS-VEN-BAD-TEXT
               GO TO RESOLVE-ENTRY-VENDOR-EXIT
           END-IF
           MOVE SPACES TO WS-VEN-BAD-TEXT
           MOVE WS-VEN-NEXT-CODE TO WS-VEN-ENTRY-CODE.
       RESOLVE-ENTRY-VENDOR-LEDGER.
           IF WS-VEN-BAD
           OR NOT WS-DEOBF-MODE
           OR WS-VEN-ENTRY-CODE NOT = SPACES
               GO TO RESOLVE-ENTRY-VENDOR-EXIT
           END-IF
           MOVE WS-INPUT-PATH(1:36) TO WS-VLG-HOLD-MEMBER
           MOVE SPACES TO WS-VMB-EXCLUDE
           PERFORM LIST-MEMBER-VENDORS THRU LIST-MEMBER-VENDORS-EXIT
           EVALUATE TRUE
               WHEN WS-VMB-COUNT = 1
                   MOVE WS-VMB-CODE(1) TO WS-VEN-ENTRY-CODE
                   DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                       ' WENT TO VENDOR ' WS-VEN-ENTRY-CODE
                       ' - TRANSLATED WITH ITS MAPPING'
               WHEN WS-VMB-COUNT > 1
                   MOVE 'Y' TO WS-VEN-BAD-SW
                   MOVE 'WENT TO MORE THAN ONE VENDOR - NAME IT'
                       TO WS-VEN-BAD-TEXT
           END-EVALUATE.
       RESOLVE-ENTRY-VENDOR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REFUSE-MEMBER-VENDOR - AN ENTRY WHOSE VENDOR COULD NOT BE
      * SETTLED IS SKIPPED WITH REASON 0019 AND NOTHING WRITTEN.
      *----------------------------------------------------------
       REFUSE-MEMBER-VENDOR.
           DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40) ' - '
               WS-VEN-BAD-TEXT ' - MEMBER SKIPPED'
           MOVE 0 TO WS-LINES-READ-COUNT WS-VARS-RENAMED-COUNT
                     WS-VNR-NEW-COUNT WS-VNR-UNKNOWN-COUNT
                     WS-VNR-CLASH-COUNT WS-LEAK-COUNT
           MOVE 'Y' TO WS-MEMBER-ABORT-SW
           MOVE 0019 TO WS-MEMBER-REASON
           MOVE WS-INPUT-PATH TO WS-PROD-MEMBER-PATH
           PERFORM RECORD-MEMBER-OUTCOME
               THRU RECORD-MEMBER-OUTCOME-EXIT.

      *----------------------------------------------------------
      * LIST-MEMBER-VENDORS - EVERY VENDOR THE LEDGER SHOWS
      * WS-VLG-HOLD-MEMBER GOING TO, OTHER THAN WS-VMB-EXCLUDE,
      * INTO WS-VMB-TABLE AND WS-VMB-TEXT.  WS-VMB-OWN IS SET WHEN
      * THE EXCLUDED VENDOR HAS HAD IT TOO.
      *----------------------------------------------------------
       LIST-MEMBER-VENDORS.
           MOVE 0 TO WS-VMB-COUNT
           MOVE SPACES TO WS-VMB-TEXT
           MOVE 'N' TO WS-VMB-OWN-SW
           MOVE 1 TO WS-VEN-PTR
           SET WS-VLG-IDX TO 1.
       LIST-MEMBER-VENDORS-LOOP.
           IF WS-VLG-IDX > WS-VLG-COUNT
               GO TO LIST-MEMBER-VENDORS-EXIT
           END-IF
           IF WS-VLG-MEMBER(WS-VLG-IDX) = WS-VLG-HOLD-MEMBER
               IF WS-VLG-VENDOR(WS-VLG-IDX) = WS-VMB-EXCLUDE
                   MOVE 'Y' TO WS-VMB-OWN-SW
               ELSE
                   IF WS-VMB-COUNT < 50
                       ADD 1 TO WS-VMB-COUNT
                       MOVE WS-VLG-VENDOR(WS-VLG-IDX)
                           TO WS-VMB-CODE(WS-VMB-COUNT)
                       IF WS-VEN-PTR < 30
                           STRING WS-VLG-VENDOR(WS-VLG-IDX)
                                      DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  INTO WS-VMB-TEXT
                                  WITH POINTER WS-VEN-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF
           SET WS-VLG-IDX UP BY 1
           GO TO LIST-MEMBER-VENDORS-LOOP.
       LIST-MEMBER-VENDORS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VENDOR LEDGER - VENDORS.DAT IS LOADED AT STARTUP AND
      * REWRITTEN AT END OF RUN WHEN A MEMBER WAS SEALED FOR A
      * VENDOR.  A MISSING FILE IS AN EMPTY LEDGER.
      *----------------------------------------------------------
       LOAD-VENDOR-LEDGER.
           MOVE 0 TO WS-VLG-COUNT
           OPEN INPUT VLEDGER-FILE
           IF WS-VLEDGER-STATUS NOT = '00'
               GO TO LOAD-VENDOR-LEDGER-EXIT
           END-IF
           MOVE 'Y' TO WS-VLG-LOADED-SW
           PERFORM READ-VENDOR-LEDGER-LOOP
               THRU READ-VENDOR-LEDGER-LOOP-EXIT
           CLOSE VLEDGER-FILE.
       LOAD-VENDOR-LEDGER-EXIT.
           EXIT.

       READ-VENDOR-LEDGER-LOOP.
           READ VLEDGER-FILE
               AT END
                   GO TO READ-VENDOR-LEDGER-LOOP-EXIT
           NOT AT END
               MOVE VLEDGER-LINE TO WS-VLG-RECORD
               IF WS-VLG-REC-VENDOR NOT = SPACES
               AND WS-VLG-REC-MEMBER NOT = SPACES
               AND WS-VLG-REC-SHIPS NUMERIC
                   IF WS-VLG-COUNT < 3000
                       ADD 1 TO WS-VLG-COUNT
                       SET WS-VLG-IDX TO WS-VLG-COUNT
                       MOVE WS-VLG-REC-VENDOR
                           TO WS-VLG-VENDOR(WS-VLG-IDX)
                       MOVE WS-VLG-REC-MEMBER
                           TO WS-VLG-MEMBER(WS-VLG-IDX)
                       MOVE WS-VLG-REC-FIRST TO WS-VLG-FIRST(WS-VLG-IDX)
                       MOVE WS-VLG-REC-LAST TO WS-VLG-LAST(WS-VLG-IDX)
                       MOVE WS-VLG-REC-SHIPS TO WS-VLG-SHIPS(WS-VLG-IDX)
                   ELSE
                       IF NOT WS-VLG-FULL-WARNED
                           DISPLAY 'COBOLCMP: VENDOR LEDGER FULL AT '
                               '3000 ENTRIES - REMAINING RECORDS '
                               'IGNORED'
                           MOVE 'Y' TO WS-VLG-FULL-WARNED-SW
                       END-IF
                   END-IF
               END-IF
           END-READ
           GO TO READ-VENDOR-LEDGER-LOOP.
       READ-VENDOR-LEDGER-LOOP-EXIT.
           EXIT.

       SAVE-VENDOR-LEDGER.
           IF NOT WS-VLG-CHANGED
               GO TO SAVE-VENDOR-LEDGER-EXIT
           END-IF
           OPEN OUTPUT VLEDGER-FILE
           IF WS-VLEDGER-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-VLEDGER-PATH(1:40)
                   ' - STATUS ' WS-VLEDGER-STATUS
                   ' - VENDOR LEDGER NOT SAVED'
               GO TO SAVE-VENDOR-LEDGER-EXIT
           END-IF
           SET WS-VLG-IDX TO 1
           PERFORM WRITE-VENDOR-LEDGER-LOOP
               THRU WRITE-VENDOR-LEDGER-LOOP-EXIT
           CLOSE VLEDGER-FILE
           MOVE 'N' TO WS-VLG-CHANGED-SW.
       SAVE-VENDOR-LEDGER-EXIT.
           EXIT.

       WRITE-VENDOR-LEDGER-LOOP.
           IF WS-VLG-IDX > WS-VLG-COUNT
               GO TO WRITE-VENDOR-LEDGER-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-VLG-RECORD
           MOVE WS-VLG-VENDOR(WS-VLG-IDX) TO WS-VLG-REC-VENDOR
           MOVE WS-VLG-MEMBER(WS-VLG-IDX) TO WS-VLG-REC-MEMBER
           MOVE WS-VLG-FIRST(WS-VLG-IDX) TO WS-VLG-REC-FIRST
           MOVE WS-VLG-LAST(WS-VLG-IDX) TO WS-VLG-REC-LAST
           MOVE WS-VLG-SHIPS(WS-VLG-IDX) TO WS-VLG-REC-SHIPS
           MOVE SPACES TO VLEDGER-LINE
           MOVE WS-VLG-RECORD TO VLEDGER-LINE
           WRITE VLEDGER-LINE
           SET WS-VLG-IDX UP BY 1
           GO TO WRITE-VENDOR-LEDGER-LOOP.
       WRITE-VENDOR-LEDGER-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * NOTE-VENDOR-SHIPMENT - FROM SEAL-MEMBER, FOR A MEMBER THAT
      * CAME OUT CLEAN.  ONLY A CLEAN MEMBER CAN BE STAGED, SO ONLY
      * IT IS ON ITS WAY TO THE VENDOR: ITS LEDGER RECORD IS
      * CREATED OR UPDATED WITH THE RUN DATE.  A DIRTY OR SKIPPED
      * MEMBER IS SEALED BUT LEAVES THE LEDGER AS IT WAS.
      *----------------------------------------------------------
       NOTE-VENDOR-SHIPMENT.
           IF WS-VEN-CODE = SPACES
               GO TO NOTE-VENDOR-SHIPMENT-EXIT
           END-IF
           MOVE WS-INPUT-PATH(1:36) TO WS-VLG-HOLD-MEMBER
           MOVE 0 TO WS-VLG-FOUND-NO
           SET WS-VLG-IDX TO 1
           PERFORM FIND-VENDOR-LEDGER-LOOP
               THRU FIND-VENDOR-LEDGER-LOOP-EXIT
           IF WS-VLG-FOUND-NO = 0
               IF WS-VLG-COUNT >= 3000
                   DISPLAY 'COBOLCMP: VENDOR LEDGER FULL AT 3000 '
                       'ENTRIES - ' WS-VLG-HOLD-MEMBER ' NOT RECORDED'
                   GO TO NOTE-VENDOR-SHIPMENT-EXIT
               END-IF
               ADD 1 TO WS-VLG-COUNT
               MOVE WS-VLG-COUNT TO WS-VLG-FOUND-NO
               SET WS-VLG-IDX TO WS-VLG-FOUND-NO
               MOVE WS-VEN-CODE TO WS-VLG-VENDOR(WS-VLG-IDX)
               MOVE WS-VLG-HOLD-MEMBER TO WS-VLG-MEMBER(WS-VLG-IDX)
               MOVE WS-RUN-DATE TO WS-VLG-FIRST(WS-VLG-IDX)
               MOVE 0 TO WS-VLG-SHIPS(WS-VLG-IDX)
           END-IF
           SET WS-VLG-IDX TO WS-VLG-FOUND-NO
           MOVE WS-RUN-DATE TO WS-VLG-LAST(WS-VLG-IDX)
           IF WS-VLG-SHIPS(WS-VLG-IDX) < 99999
               ADD 1 TO WS-VLG-SHIPS(WS-VLG-IDX)
           END-IF
           MOVE 'Y' TO WS-VLG-CHANGED-SW.
       NOTE-VENDOR-SHIPMENT-EXIT.
           EXIT.

       FIND-VENDOR-LEDGER-LOOP.
           IF WS-VLG-IDX > WS-VLG-COUNT
               GO TO FIND-VENDOR-LEDGER-LOOP-EXIT
           END-IF
           IF WS-VLG-VENDOR(WS-VLG-IDX) = WS-VEN-CODE
           AND WS-VLG-MEMBER(WS-VLG-IDX) = WS-VLG-HOLD-MEMBER
               SET WS-VLG-FOUND-NO TO WS-VLG-IDX
               GO TO FIND-VENDOR-LEDGER-LOOP-EXIT
           END-IF
           SET WS-VLG-IDX UP BY 1
           GO TO FIND-VENDOR-LEDGER-LOOP.
       FIND-VENDOR-LEDGER-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * COLLECT-LEDGER-VENDORS - THE DISTINCT VENDOR CODES ON THE
      * LEDGER, IN THE ORDER THEY FIRST APPEAR, INTO WS-VLS-TABLE.
      *----------------------------------------------------------
       COLLECT-LEDGER-VENDORS.
           MOVE 0 TO WS-VLS-COUNT
           SET WS-VLG-IDX TO 1.
       COLLECT-LEDGER-VENDORS-LOOP.
           IF WS-VLG-IDX > WS-VLG-COUNT
               GO TO COLLECT-LEDGER-VENDORS-EXIT
           END-IF
           MOVE WS-VLG-VENDOR(WS-VLG-IDX) TO WS-VEN-NEXT-CODE
           PERFORM ADD-VENDOR-TO-LIST THRU ADD-VENDOR-TO-LIST-EXIT
           SET WS-VLG-IDX UP BY 1
           GO TO COLLECT-LEDGER-VENDORS-LOOP.
       COLLECT-LEDGER-VENDORS-EXIT.
           EXIT.

      *    ADDS WS-VEN-NEXT-CODE TO WS-VLS-TABLE UNLESS IT IS THERE.
       ADD-VENDOR-TO-LIST.
           MOVE 1 TO WS-VLS-I.
       ADD-VENDOR-TO-LIST-LOOP.
           IF WS-VLS-I > WS-VLS-COUNT
               GO TO ADD-VENDOR-TO-LIST-NEW
           END-IF
           IF WS-VLS-CODE(WS-VLS-I) = WS-VEN-NEXT-CODE
               GO TO ADD-VENDOR-TO-LIST-EXIT
           END-IF
           ADD 1 TO WS-VLS-I
           GO TO ADD-VENDOR-TO-LIST-LOOP.
       ADD-VENDOR-TO-LIST-NEW.
           IF WS-VLS-COUNT >= 50
               DISPLAY 'COBOLCMP: MORE THAN 50 VENDOR CODES - '
                   WS-VEN-NEXT-CODE ' LEFT OUT'
               GO TO ADD-VENDOR-TO-LIST-EXIT
           END-IF
           ADD 1 TO WS-VLS-COUNT
           MOVE WS-VEN-NEXT-CODE TO WS-VLS-CODE(WS-VLS-COUNT).
       ADD-VENDOR-TO-LIST-EXIT.
           EXIT.

      *============================================================
      * SHIPMENT SEAL HANDLING.  THE WHOLE SHIPSEAL.DAT IS LOADED
      * AT STARTUP, UPDATED IN PLACE AS MEMBERS AND COPYBOOKS ARE
           END-IF
           OPEN OUTPUT SHIPSEAL-FILE
           IF WS-SHIPSEAL-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-SEAL-FILE-PATH(1:40) ' - STATUS '
                   WS-SHIPSEAL-STATUS
                   ' - SHIPMENT SEAL NOT SAVED'
               GO TO SAVE-SHIPSEAL-EXIT
           END-IF
                   ' - SEALED WITHOUT A CROSSREF GENERATION'
           END-IF
           MOVE WS-OUTPUT-PATH(1:36) TO WS-SEAL-HOLD-PATH
           PERFORM SEAL-UPSERT-ENTRY THRU SEAL-UPSERT-ENTRY-EXIT
           PERFORM ARCHIVE-SHIPPED-SOURCE
               THRU ARCHIVE-SHIPPED-SOURCE-EXIT
           PERFORM RECORD-MEMBER-DEPENDENCIES
               THRU RECORD-MEMBER-DEPENDENCIES-EXIT
      *    ONLY A MEMBER RECORD-MEMBER-OUTCOME WILL CALL CLEAN CAN
      *    BE STAGED, SO ONLY THAT ONE GOES TO THE VENDOR.
           IF NOT WS-MEMBER-ABORT
           AND WS-LEAK-COUNT = 0
           AND (WS-MEMBER-REASON < 0008 OR WS-MEMBER-REASON > 0018)
               PERFORM NOTE-VENDOR-SHIPMENT
                   THRU NOTE-VENDOR-SHIPMENT-EXIT
           END-IF.
       SEAL-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ARCHIVE-SHIPPED-SOURCE - FORWARD RUNS, FROM SEAL-MEMBER.
      * COPIES THE MEMBER'S SOURCE RECORD FOR RECORD, EXACTLY AS
      * THIS SHIPMENT READ IT, TO ITS _shipped.dat ARCHIVE, AND
      * SEALS THE ARCHIVE UNDER THE SAME CROSSREF GENERATION AS
      * THE MEMBER JUST SEALED - SO A LATER MERGE CAN PROVE THE
      * ARCHIVE IS THE SOURCE BEHIND THE RETURN IT IS MERGING,
      * HOWEVER FAR PRODUCTION HAS MOVED SINCE.  THE ARCHIVE
      * CARRIES ORIGINAL NAMES AND STAYS IN HOUSE WITH THE
      * CROSSREF.
      *----------------------------------------------------------
       ARCHIVE-SHIPPED-SOURCE.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO REOPEN '
                   WS-INPUT-PATH(1:40)
                   ' - SHIPPED SOURCE NOT ARCHIVED'
               GO TO ARCHIVE-SHIPPED-SOURCE-EXIT
           END-IF
           OPEN OUTPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-SHIPPED-PATH(1:40) ' - STATUS '
                   WS-SHIPPED-STATUS
                   ' - SHIPPED SOURCE NOT ARCHIVED'
               CLOSE INPUT-FILE
               GO TO ARCHIVE-SHIPPED-SOURCE-EXIT
           END-IF
           PERFORM ARCHIVE-COPY-LOOP THRU ARCHIVE-COPY-LOOP-EXIT
           CLOSE INPUT-FILE
           CLOSE SHIPPED-FILE
           MOVE WS-SHIPPED-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               DISPLAY 'COBOLCMP: UNABLE TO FINGERPRINT '
                   WS-SHIPPED-PATH(1:40) ' - ARCHIVE NOT SEALED'
               GO TO ARCHIVE-SHIPPED-SOURCE-EXIT
           END-IF
      *    WS-SEAL-HOLD-XFPR STILL HOLDS THE MEMBER'S CROSSREF
      *    GENERATION - THAT IS THE KEY TYING THE TWO RECORDS.
           MOVE WS-FPR-VALUE TO WS-SEAL-HOLD-FPR
           MOVE WS-FPR-LINES TO WS-SEAL-HOLD-LINES
           MOVE WS-SHIPPED-PATH(1:36) TO WS-SEAL-HOLD-PATH
           PERFORM SEAL-UPSERT-ENTRY THRU SEAL-UPSERT-ENTRY-EXIT.
       ARCHIVE-SHIPPED-SOURCE-EXIT.
           EXIT.

       ARCHIVE-COPY-LOOP.
           READ INPUT-FILE
               AT END
                   GO TO ARCHIVE-COPY-LOOP-EXIT
           NOT AT END
               MOVE INPUT-LINE TO SHIPPED-LINE
               WRITE SHIPPED-LINE
           END-READ
           GO TO ARCHIVE-COPY-LOOP.
       ARCHIVE-COPY-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SEAL-COPYBOOK-MEMBER - A DELIVERED .CPY MEMBER GETS ITS
      * OWN SEAL RECORD; IT HAS NO CROSSREF OF ITS OWN, SO THAT
           EXIT.

       SEAL-UPSERT-ENTRY.
           PERFORM BUILD-SEAL-CFG-FLAGS
           PERFORM FIND-SEAL-ENTRY THRU FIND-SEAL-ENTRY-EXIT
           IF WS-SEAL-FOUND-NO = 0
               IF WS-SEAL-COUNT >= 1200
       SEAL-UPSERT-ENTRY-EXIT.
           EXIT.

      *    THE FIVE CONFIG FLAGS A MEMBER IS SHIPPED UNDER, AS
      *    THEY ARE SEALED AND FILED WITH ITS DEPENDENCIES.
       BUILD-SEAL-CFG-FLAGS.
           MOVE WS-CFG-FIXED-SW TO WS-SEAL-HOLD-CFG(1:1)
           MOVE WS-CFG-COPYMODE-SW TO WS-SEAL-HOLD-CFG(2:1)
           MOVE WS-CFG-COMMENT-MODE TO WS-SEAL-HOLD-CFG(3:1)
           MOVE WS-CFG-LITREDACT-SW TO WS-SEAL-HOLD-CFG(4:1)
           MOVE WS-CFG-SEQRENUM-SW TO WS-SEAL-HOLD-CFG(5:1).

       FIND-SEAL-ENTRY.
           MOVE 0 TO WS-SEAL-FOUND-NO
           IF WS-SEAL-COUNT = 0
           EXIT.

      *----------------------------------------------------------
      * CHECK-RETURN-VENDOR - DEOBF, FOR A RETURN BEING TAKEN
      * BACK UNDER A VENDOR.  A MEMBER THE LEDGER SHOWS GOING ONLY
      * TO OTHER VENDORS IS REFUSED OUTRIGHT.  ONE THAT WENT TO
      * OTHERS AS WELL IS READ FOR THE NAMES EACH VENDOR WAS
      * GIVEN: A RETURN CARRYING MORE OF ANOTHER VENDOR'S NAMES
      * THAN ITS OWN CAME BACK UNDER THE WRONG VENDOR AND IS
      * REFUSED WITH REASON 0018 - TRANSLATED AGAINST THIS
      * VENDOR'S MAPPING IT WOULD COME OUT AS WRONG SOURCE.  THE
      * NAME COUNT NEEDS EACH VENDOR'S OWN CROSSREF FOR THE
      * MEMBER, SO IT IS ONLY TAKEN IN A MANIFEST RUN - A
      * SINGLE-MEMBER RUN WRITES ONE FIXED CROSSREF WHATEVER THE
      * VENDOR.
      *----------------------------------------------------------
       CHECK-RETURN-VENDOR.
           IF WS-VEN-CODE = SPACES
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           MOVE WS-PROD-MEMBER-PATH(1:36) TO WS-VLG-HOLD-MEMBER
           MOVE WS-VEN-CODE TO WS-VMB-EXCLUDE
           PERFORM LIST-MEMBER-VENDORS THRU LIST-MEMBER-VENDORS-EXIT
           IF WS-VMB-COUNT = 0
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           IF NOT WS-VMB-OWN
               DISPLAY 'COBOLCMP: ' WS-PROD-MEMBER-PATH(1:40)
                   ' NEVER WENT TO VENDOR ' WS-VEN-CODE ' - IT WENT TO '
                   WS-VMB-TEXT ' - RETURN REFUSED'
               MOVE 0018 TO WS-MEMBER-REASON
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           IF NOT WS-BATCH-MODE
               DISPLAY 'COBOLCMP: NO MANIFEST - RETURN NOT CHECKED '
                   'FOR NAMES GENERATED FOR ' WS-VMB-TEXT
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           MOVE WS-CROSSREF-PATH TO WS-VEN-HOLD-XREF
           MOVE 0 TO WS-SWP-COUNT WS-VEN-OWN-HITS WS-VEN-FOREIGN-HITS
           MOVE 'N' TO WS-SWP-FULL-WARNED-SW
           MOVE 'Y' TO WS-SWP-TAKE-NEW-SW
           PERFORM CRV-LOAD-NAMES THRU CRV-LOAD-NAMES-EXIT
           MOVE WS-SWP-COUNT TO WS-SWP-OWN-COUNT
           MOVE WS-VEN-CODE TO WS-VEN-HOLD-CODE
           MOVE 1 TO WS-VMB-I
           PERFORM CRV-OTHER-VENDOR-LOOP THRU CRV-OTHER-VENDOR-LOOP-EXIT
           MOVE WS-VEN-HOLD-CODE TO WS-VEN-CODE
           PERFORM SET-VENDOR-PATHS THRU SET-VENDOR-PATHS-EXIT
           MOVE 'N' TO WS-SWP-TAKE-NEW-SW
           MOVE WS-VEN-HOLD-XREF TO WS-CROSSREF-PATH
           MOVE WS-INPUT-PATH TO WS-STAGE-PATH
           OPEN INPUT STAGE-FILE
           IF WS-STAGE-STATUS NOT = '00'
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           MOVE 'Y' TO WS-SWP-TALLY-MODE-SW
           PERFORM CRV-SCAN-RETURN-LOOP THRU CRV-SCAN-RETURN-LOOP-EXIT
           MOVE 'N' TO WS-SWP-TALLY-MODE-SW
           CLOSE STAGE-FILE
           MOVE WS-VEN-FOREIGN-HITS TO WS-VEN-HITS-ED
           MOVE WS-VEN-OWN-HITS TO WS-DISPLAY-COUNT
           IF WS-VEN-FOREIGN-HITS > WS-VEN-OWN-HITS
               DISPLAY 'COBOLCMP: RETURN FOR ' WS-PROD-MEMBER-PATH(1:40)
                   ' CARRIES ' WS-VEN-HITS-ED ' NAMES GENERATED FOR '
                   WS-VMB-TEXT ' AGAINST ' WS-DISPLAY-COUNT
                   ' FOR ' WS-VEN-CODE ' - RETURN REFUSED'
               MOVE 0018 TO WS-MEMBER-REASON
               GO TO CHECK-RETURN-VENDOR-EXIT
           END-IF
           IF WS-VEN-FOREIGN-HITS > 0
               DISPLAY 'COBOLCMP: WARNING - RETURN FOR '
                   WS-PROD-MEMBER-PATH(1:40) ' CARRIES '
                   WS-VEN-HITS-ED ' NAMES ALSO GENERATED FOR '
                   WS-VMB-TEXT
           END-IF.
       CHECK-RETURN-VENDOR-EXIT.
           EXIT.

      *    ONE VENDOR'S GENERATED NAMES FOR THE MEMBER, FROM THE
      *    CROSSREF AT WS-CROSSREF-PATH, ONTO THE SWEEP LIST.
       CRV-LOAD-NAMES.
           OPEN INPUT CROSSREF-FILE
           IF WS-CROSSREF-STATUS NOT = '00'
               GO TO CRV-LOAD-NAMES-EXIT
           END-IF
           PERFORM STG-CROSSREF-NAMES-LOOP
               THRU STG-CROSSREF-NAMES-LOOP-EXIT
           CLOSE CROSSREF-FILE.
       CRV-LOAD-NAMES-EXIT.
           EXIT.

      *    EACH OTHER VENDOR'S CROSSREF IS FOUND IN THAT VENDOR'S
      *    OUTPUT DIRECTORY, TAKEN FROM THE SAME PATH SETUP A RUN
      *    UNDER THAT VENDOR USES; THE CALLER PUTS THE MEMBER'S
      *    OWN VENDOR BACK.
       CRV-OTHER-VENDOR-LOOP.
           IF WS-VMB-I > WS-VMB-COUNT
               GO TO CRV-OTHER-VENDOR-LOOP-EXIT
           END-IF
           MOVE WS-VMB-CODE(WS-VMB-I) TO WS-VEN-CODE
           PERFORM SET-VENDOR-PATHS THRU SET-VENDOR-PATHS-EXIT
           MOVE SPACES TO WS-CROSSREF-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                  WS-SOURCE-BASENAME DELIMITED BY SPACE
                  '_crossref_report.txt' DELIMITED BY SIZE
                  INTO WS-CROSSREF-PATH
           END-STRING
           PERFORM CRV-LOAD-NAMES THRU CRV-LOAD-NAMES-EXIT
           ADD 1 TO WS-VMB-I
           GO TO CRV-OTHER-VENDOR-LOOP.
       CRV-OTHER-VENDOR-LOOP-EXIT.
           EXIT.

       CRV-SCAN-RETURN-LOOP.
           READ STAGE-FILE
               AT END
                   GO TO CRV-SCAN-RETURN-LOOP-EXIT
           NOT AT END
               MOVE STAGE-LINE TO WS-SWP-LINE
               INSPECT WS-SWP-LINE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'N' TO WS-SWP-HIT-SW
               PERFORM STG-CHECK-WORDS THRU STG-CHECK-WORDS-EXIT
           END-READ
           GO TO CRV-SCAN-RETURN-LOOP.
       CRV-SCAN-RETURN-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-SHIPPED-ARCHIVE - DEOBF ONLY, ONCE THE RETURN HAS
      * PASSED ITS SEAL CHECK.  THE SOURCE ARCHIVED WHEN THE
      * MEMBER SHIPPED IS TRUSTED ONLY IF ITS OWN SEAL RECORD
      * CARRIES THE SAME CROSSREF GENERATION AS THE SHIPPED
      * MEMBER'S AND THE ARCHIVE STILL FINGERPRINTS AS SEALED.
      * WHEN IT IS, IT BECOMES THE ORIGINAL THE CHANGE REPORT
      * COMPARES AGAINST; OTHERWISE (A SHIPMENT FROM BEFORE
      * ARCHIVING EXISTED) PRODUCTION STANDS IN AS BEFORE AND
      * THE CONSOLE SAYS SO.
      *----------------------------------------------------------
       CHECK-SHIPPED-ARCHIVE.
           MOVE 'N' TO WS-SHIPPED-ARCHIVE-SW
           IF NOT WS-SEAL-LOADED
               GO TO CHECK-SHIPPED-ARCHIVE-NONE
           END-IF
           MOVE WS-INPUT-PATH(1:36) TO WS-SEAL-HOLD-PATH
           PERFORM FIND-SEAL-ENTRY THRU FIND-SEAL-ENTRY-EXIT
           IF WS-SEAL-FOUND-NO = 0
               GO TO CHECK-SHIPPED-ARCHIVE-NONE
           END-IF
           SET WS-SEAL-IDX TO WS-SEAL-FOUND-NO
           MOVE WS-SEAL-XFPR(WS-SEAL-IDX) TO WS-SEAL-HOLD-XFPR
           MOVE WS-SHIPPED-PATH(1:36) TO WS-SEAL-HOLD-PATH
           PERFORM FIND-SEAL-ENTRY THRU FIND-SEAL-ENTRY-EXIT
           IF WS-SEAL-FOUND-NO = 0
               GO TO CHECK-SHIPPED-ARCHIVE-NONE
           END-IF
           SET WS-SEAL-IDX TO WS-SEAL-FOUND-NO
           IF WS-SEAL-XFPR(WS-SEAL-IDX) NOT = WS-SEAL-HOLD-XFPR
               DISPLAY 'COBOLCMP: SHIPPED SOURCE ARCHIVE '
                   WS-SHIPPED-PATH(1:40)
                   ' IS FROM ANOTHER SHIPMENT - NOT USED'
               GO TO CHECK-SHIPPED-ARCHIVE-EXIT
           END-IF
           MOVE WS-SHIPPED-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
           OR WS-FPR-VALUE NOT = WS-SEAL-FPR(WS-SEAL-IDX)
               DISPLAY 'COBOLCMP: SHIPPED SOURCE ARCHIVE '
                   WS-SHIPPED-PATH(1:40)
                   ' DOES NOT MATCH ITS SEAL - NOT USED'
               GO TO CHECK-SHIPPED-ARCHIVE-EXIT
           END-IF
           MOVE 'Y' TO WS-SHIPPED-ARCHIVE-SW
           MOVE WS-SHIPPED-PATH TO WS-ORIG-MEMBER-PATH
           GO TO CHECK-SHIPPED-ARCHIVE-EXIT.
       CHECK-SHIPPED-ARCHIVE-NONE.
           DISPLAY 'COBOLCMP: NO SEALED SHIPPED SOURCE FOR '
               WS-PROD-MEMBER-PATH(1:40)
               ' - COMPARED AGAINST CURRENT PRODUCTION'.
       CHECK-SHIPPED-ARCHIVE-EXIT.
           EXIT.

      *============================================================
      * COPYBOOK DEPENDENCY HANDLING.  COPYDEPS.DAT IS LOADED AT
      * STARTUP AND REWRITTEN AT END OF RUN THE SAME WAY AS THE
      * SHIPMENT SEAL; A SEALED MEMBER'S RECORDS ARE REPLACED AS A
      * SET, SO THEY ALWAYS DESCRIBE THE SOURCE AND COPYBOOKS OF
      * ITS LATEST SEALED SHIPMENT.
      *============================================================
       LOAD-COPYDEPS.
           MOVE 0 TO WS-DEPS-COUNT
           OPEN INPUT COPYDEPS-FILE
           IF WS-DEPS-STATUS NOT = '00'
               GO TO LOAD-COPYDEPS-EXIT
           END-IF
           PERFORM READ-COPYDEPS-LOOP THRU READ-COPYDEPS-LOOP-EXIT
           CLOSE COPYDEPS-FILE.
       LOAD-COPYDEPS-EXIT.
           EXIT.

       READ-COPYDEPS-LOOP.
           READ COPYDEPS-FILE
               AT END
                   GO TO READ-COPYDEPS-LOOP-EXIT
           NOT AT END
               IF COPYDEPS-LINE NOT = SPACES
                   MOVE COPYDEPS-LINE TO WS-DEPS-RECORD
                   IF WS-DEPS-REC-MEMBER NOT = SPACES
                   AND (WS-DEPS-REC-KIND = 'M' OR 'C' OR 'D')
                   AND WS-DEPS-REC-FPR NUMERIC
                   AND WS-DEPS-COUNT < 3000
                       ADD 1 TO WS-DEPS-COUNT
                       SET WS-DEPS-IDX TO WS-DEPS-COUNT
                       MOVE WS-DEPS-REC-MEMBER
                           TO WS-DEPS-MEMBER(WS-DEPS-IDX)
                       MOVE WS-DEPS-REC-KIND
                           TO WS-DEPS-KIND(WS-DEPS-IDX)
                       MOVE WS-DEPS-REC-NAME
                           TO WS-DEPS-NAME(WS-DEPS-IDX)
                       MOVE WS-DEPS-REC-FPR
                           TO WS-DEPS-FPR(WS-DEPS-IDX)
                   END-IF
               END-IF
           END-READ
           GO TO READ-COPYDEPS-LOOP.
       READ-COPYDEPS-LOOP-EXIT.
           EXIT.

       SAVE-COPYDEPS.
           IF NOT WS-DEPS-CHANGED
               GO TO SAVE-COPYDEPS-EXIT
           END-IF
           OPEN OUTPUT COPYDEPS-FILE
           IF WS-DEPS-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-DEPS-PATH(1:40)
                   ' - STATUS ' WS-DEPS-STATUS
                   ' - COPYBOOK DEPENDENCIES NOT SAVED'
               GO TO SAVE-COPYDEPS-EXIT
           END-IF
           SET WS-DEPS-IDX TO 1
           PERFORM WRITE-COPYDEPS-LOOP THRU WRITE-COPYDEPS-LOOP-EXIT
           CLOSE COPYDEPS-FILE.
       SAVE-COPYDEPS-EXIT.
           EXIT.

       WRITE-COPYDEPS-LOOP.
           IF WS-DEPS-IDX > WS-DEPS-COUNT
               GO TO WRITE-COPYDEPS-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-DEPS-RECORD
           MOVE WS-DEPS-MEMBER(WS-DEPS-IDX) TO WS-DEPS-REC-MEMBER
           MOVE WS-DEPS-KIND(WS-DEPS-IDX) TO WS-DEPS-REC-KIND
           MOVE WS-DEPS-NAME(WS-DEPS-IDX) TO WS-DEPS-REC-NAME
           MOVE WS-DEPS-FPR(WS-DEPS-IDX) TO WS-DEPS-REC-FPR
           MOVE SPACES TO COPYDEPS-LINE
           MOVE WS-DEPS-RECORD TO COPYDEPS-LINE
           WRITE COPYDEPS-LINE
           SET WS-DEPS-IDX UP BY 1
           GO TO WRITE-COPYDEPS-LOOP.
       WRITE-COPYDEPS-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * NOTE-MEMBER-COPYBOOK - CALLED BY BOTH COPY EXPANDERS WITH
      * THE COPYBOOK NAME IN WS-MDEP-NOTE-NAME.  A COPYBOOK THAT
      * WOULD NOT OPEN IS NOTED TOO: IF IT TURNS UP LATER, THAT
      * IS A CHANGE THE MEMBER HAS TO GO OUT AGAIN FOR.
      *----------------------------------------------------------
       NOTE-MEMBER-COPYBOOK.
           IF WS-MDEP-NOTE-NAME = SPACES
               GO TO NOTE-MEMBER-COPYBOOK-EXIT
           END-IF
           MOVE 1 TO WS-MDEP-I.
       NOTE-MEMBER-COPYBOOK-LOOP.
           IF WS-MDEP-I > WS-MDEP-COUNT
               GO TO NOTE-MEMBER-COPYBOOK-ADD
           END-IF
           IF WS-MDEP-NAME(WS-MDEP-I) = WS-MDEP-NOTE-NAME
               GO TO NOTE-MEMBER-COPYBOOK-EXIT
           END-IF
           ADD 1 TO WS-MDEP-I
           GO TO NOTE-MEMBER-COPYBOOK-LOOP.
       NOTE-MEMBER-COPYBOOK-ADD.
           IF WS-MDEP-COUNT >= 100
               MOVE 'Y' TO WS-MDEP-OVERFLOW-SW
               GO TO NOTE-MEMBER-COPYBOOK-EXIT
           END-IF
           ADD 1 TO WS-MDEP-COUNT
           MOVE WS-MDEP-NOTE-NAME TO WS-MDEP-NAME(WS-MDEP-COUNT).
       NOTE-MEMBER-COPYBOOK-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECORD-MEMBER-DEPENDENCIES - FORWARD RUNS, FROM
      * SEAL-MEMBER.  REPLACES THE MEMBER'S DEPENDENCY RECORDS
      * WITH THE FINGERPRINT OF THE SOURCE JUST SHIPPED AND OF
      * EACH COPYBOOK IT PULLED IN.  WHEN THE SET CANNOT BE FILED
      * WHOLE THE MEMBER IS LEFT WITH NO RECORDS AT ALL, SO A
      * CHANGED-ONLY RUN SENDS IT AGAIN RATHER THAN MISS A CHANGE.
      *----------------------------------------------------------
       RECORD-MEMBER-DEPENDENCIES.
           MOVE WS-INPUT-PATH(1:36) TO WS-DEPS-HOLD-MEMBER
           PERFORM DROP-MEMBER-DEPENDENCIES
               THRU DROP-MEMBER-DEPENDENCIES-EXIT
           IF WS-MDEP-OVERFLOW
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' COPIES MORE THAN 100 COPYBOOKS - NO DEPENDENCY '
                   'RECORD KEPT'
               GO TO RECORD-MEMBER-DEPENDENCIES-EXIT
           END-IF
           MOVE WS-INPUT-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               DISPLAY 'COBOLCMP: UNABLE TO FINGERPRINT '
                   WS-INPUT-PATH(1:40) ' - NO DEPENDENCY RECORD KEPT'
               GO TO RECORD-MEMBER-DEPENDENCIES-EXIT
           END-IF
           IF WS-DEPS-COUNT + WS-MDEP-COUNT * 2 + 2 > 3000
               IF NOT WS-DEPS-FULL-WARNED
                   DISPLAY 'COBOLCMP: COPYBOOK DEPENDENCY TABLE FULL '
                       'AT 3000 ENTRIES - FURTHER MEMBERS WILL RUN ON '
                       'EVERY CHANGED-ONLY RUN'
                   MOVE 'Y' TO WS-DEPS-FULL-WARNED-SW
               END-IF
               GO TO RECORD-MEMBER-DEPENDENCIES-EXIT
           END-IF
           ADD 1 TO WS-DEPS-COUNT
           SET WS-DEPS-IDX TO WS-DEPS-COUNT
           MOVE WS-DEPS-HOLD-MEMBER TO WS-DEPS-MEMBER(WS-DEPS-IDX)
           MOVE 'M' TO WS-DEPS-KIND(WS-DEPS-IDX)
           PERFORM BUILD-SEAL-CFG-FLAGS
           MOVE WS-SEAL-HOLD-CFG TO WS-DEPS-NAME(WS-DEPS-IDX)
           MOVE WS-FPR-VALUE TO WS-DEPS-FPR(WS-DEPS-IDX)
           MOVE 1 TO WS-MDEP-I
           PERFORM RECORD-ONE-COPYBOOK-DEP
               THRU RECORD-ONE-COPYBOOK-DEP-EXIT
           ADD 1 TO WS-DEPS-COUNT
           SET WS-DEPS-IDX TO WS-DEPS-COUNT
           MOVE WS-DEPS-HOLD-MEMBER TO WS-DEPS-MEMBER(WS-DEPS-IDX)
           MOVE 'D' TO WS-DEPS-KIND(WS-DEPS-IDX)
           MOVE WS-OUTPUT-PATH(1:36) TO WS-DEPS-NAME(WS-DEPS-IDX)
           MOVE 0 TO WS-DEPS-FPR(WS-DEPS-IDX)
           IF WS-CFG-COPYMODE-KEEP
               MOVE 1 TO WS-MDEP-I
               PERFORM RECORD-ONE-COPYBOOK-DELIVERY
                   THRU RECORD-ONE-COPYBOOK-DELIVERY-EXIT
           END-IF.
       RECORD-MEMBER-DEPENDENCIES-EXIT.
           EXIT.

       RECORD-ONE-COPYBOOK-DEP.
           IF WS-MDEP-I > WS-MDEP-COUNT
               GO TO RECORD-ONE-COPYBOOK-DEP-EXIT
           END-IF
           MOVE WS-MDEP-NAME(WS-MDEP-I) TO WS-MDEP-NOTE-NAME
           PERFORM FINGERPRINT-COPYBOOK THRU FINGERPRINT-COPYBOOK-EXIT
           ADD 1 TO WS-DEPS-COUNT
           SET WS-DEPS-IDX TO WS-DEPS-COUNT
           MOVE WS-DEPS-HOLD-MEMBER TO WS-DEPS-MEMBER(WS-DEPS-IDX)
           MOVE 'C' TO WS-DEPS-KIND(WS-DEPS-IDX)
           MOVE WS-MDEP-NOTE-NAME TO WS-DEPS-NAME(WS-DEPS-IDX)
           MOVE WS-FPR-VALUE TO WS-DEPS-FPR(WS-DEPS-IDX)
           ADD 1 TO WS-MDEP-I
           GO TO RECORD-ONE-COPYBOOK-DEP.
       RECORD-ONE-COPYBOOK-DEP-EXIT.
           EXIT.

      *    A COPYBOOK THE MEMBER COPIES WHOLE GOES OUT AS ITS OWN
      *    MEMBER UNDER ITS CPYB SERIES NAME - A D RECORD FOR THAT.
       RECORD-ONE-COPYBOOK-DELIVERY.
           IF WS-MDEP-I > WS-MDEP-COUNT
               GO TO RECORD-ONE-COPYBOOK-DELIVERY-EXIT
           END-IF
           MOVE WS-MDEP-NAME(WS-MDEP-I) TO WS-FIELD-NAME
           MOVE 0 TO WS-CPY-USE-NO
           PERFORM FIND-COPYBOOK-ENTRY-LOOP
               THRU FIND-COPYBOOK-ENTRY-LOOP-EXIT
           IF WS-CPY-USE-NO > 0
               ADD 1 TO WS-DEPS-COUNT
               SET WS-DEPS-IDX TO WS-DEPS-COUNT
               MOVE WS-DEPS-HOLD-MEMBER TO WS-DEPS-MEMBER(WS-DEPS-IDX)
               MOVE 'D' TO WS-DEPS-KIND(WS-DEPS-IDX)
               MOVE SPACES TO WS-DEPS-NAME(WS-DEPS-IDX)
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-CPY-NEW-NAME(WS-CPY-USE-NO)
                           DELIMITED BY SPACE
                       ".cpy" DELIMITED BY SIZE
                       INTO WS-DEPS-NAME(WS-DEPS-IDX)
               END-STRING
               MOVE 0 TO WS-DEPS-FPR(WS-DEPS-IDX)
           END-IF
           ADD 1 TO WS-MDEP-I
           GO TO RECORD-ONE-COPYBOOK-DELIVERY.
       RECORD-ONE-COPYBOOK-DELIVERY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FINGERPRINT-COPYBOOK - FINGERPRINTS THE COPYBOOK NAMED IN
      * WS-MDEP-NOTE-NAME WHERE THE COPY EXPANDERS WOULD FIND IT.
      * ONE THAT CANNOT BE READ FINGERPRINTS AS ZERO.
      *----------------------------------------------------------
       FINGERPRINT-COPYBOOK.
           MOVE SPACES TO WS-SEALIN-PATH
           STRING WS-CFG-COPYLIB DELIMITED BY SPACE
                   WS-MDEP-NOTE-NAME DELIMITED BY SPACE
                   ".cpy" DELIMITED BY SIZE
                   INTO WS-SEALIN-PATH
           END-STRING
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               MOVE 0 TO WS-FPR-VALUE
           END-IF.
       FINGERPRINT-COPYBOOK-EXIT.
           EXIT.

      *    CLOSES UP THE TABLE OVER THE RECORDS OF THE MEMBER IN
      *    WS-DEPS-HOLD-MEMBER.
       DROP-MEMBER-DEPENDENCIES.
           MOVE 0 TO WS-DEPS-TO
           SET WS-DEPS-IDX TO 1
           MOVE 'Y' TO WS-DEPS-CHANGED-SW.
       DROP-MEMBER-DEPENDENCIES-LOOP.
           IF WS-DEPS-IDX > WS-DEPS-COUNT
               MOVE WS-DEPS-TO TO WS-DEPS-COUNT
               GO TO DROP-MEMBER-DEPENDENCIES-EXIT
           END-IF
           IF WS-DEPS-MEMBER(WS-DEPS-IDX) NOT = WS-DEPS-HOLD-MEMBER
               ADD 1 TO WS-DEPS-TO
               MOVE WS-DEPS-ENTRY(WS-DEPS-IDX)
                   TO WS-DEPS-ENTRY(WS-DEPS-TO)
           END-IF
           SET WS-DEPS-IDX UP BY 1
           GO TO DROP-MEMBER-DEPENDENCIES-LOOP.
       DROP-MEMBER-DEPENDENCIES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SELECT-CHANGED-MEMBER - RUNMODE=CHANGED, FOR THE MANIFEST
      * ENTRY NOW IN HAND WITH ITS OPTIONS APPLIED.  THE MEMBER
      * RUNS WHEN IT HAS NEVER BEEN SEALED, ITS SOURCE OR THE
      * CONFIG IT SHIPPED UNDER HAS CHANGED, ANY COPYBOOK IT
      * PULLED IN HAS CHANGED, OR IT DID NOT FINISH CLEAN LAST
      * TIME; OTHERWISE ITS LAST OUTCOME IS CARRIED FORWARD.
      * EVERY COPYBOOK RECORD IS CHECKED EVEN WHEN THE MEMBER IS
      * ALREADY SELECTED, SO EACH CHANGED COPYBOOK IS CHARGED
      * WITH EVERY MEMBER IT REACHES.
      *----------------------------------------------------------
       SELECT-CHANGED-MEMBER.
           MOVE 'Y' TO WS-CHG-SELECT-SW
           MOVE SPACES TO WS-CHG-REASON
           MOVE WS-INPUT-PATH(1:36) TO WS-DEPS-HOLD-MEMBER
           MOVE 'N' TO WS-CHG-MEMBER-FOUND-SW
           SET WS-DEPS-IDX TO 1
           PERFORM FIND-MEMBER-DEPS-LOOP
               THRU FIND-MEMBER-DEPS-LOOP-EXIT
           IF NOT WS-CHG-MEMBER-FOUND
               MOVE 'NO SHIPMENT FINGERPRINT ON FILE' TO WS-CHG-REASON
               GO TO SELECT-CHANGED-MEMBER-REPORT
           END-IF
           MOVE WS-INPUT-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               MOVE 'SOURCE UNREADABLE' TO WS-CHG-REASON
           ELSE
               IF WS-FPR-VALUE NOT = WS-DEPS-FPR(WS-DEPS-IDX)
                   MOVE 'SOURCE CHANGED' TO WS-CHG-REASON
               END-IF
           END-IF
           PERFORM BUILD-SEAL-CFG-FLAGS
           IF WS-CHG-REASON = SPACES
           AND WS-SEAL-HOLD-CFG NOT = WS-DEPS-NAME(WS-DEPS-IDX)(1:5)
               MOVE 'CONFIG CHANGED' TO WS-CHG-REASON
           END-IF
           SET WS-DEPS-IDX TO 1
           PERFORM CHECK-MEMBER-COPYBOOKS-LOOP
               THRU CHECK-MEMBER-COPYBOOKS-LOOP-EXIT
           IF WS-CHG-REASON NOT = SPACES
               GO TO SELECT-CHANGED-MEMBER-REPORT
           END-IF
           IF WS-PRV-FOUND-NO = 0
               MOVE 'NO CLEAN RECORD ON LAST RUN' TO WS-CHG-REASON
               GO TO SELECT-CHANGED-MEMBER-REPORT
           END-IF
           MOVE 'N' TO WS-CHG-SELECT-SW
           MOVE 'UNCHANGED' TO WS-CHG-REASON
      *    THE SHIPPED-SOURCE ARCHIVE IS SEALED UNDER A NAME KNOWN
      *    BEFORE THE MEMBER RUNS, UNLIKE ITS RENAMED OUTPUT.
           MOVE WS-SHIPPED-PATH(1:36) TO WS-SEAL-HOLD-PATH
           PERFORM FIND-SEAL-ENTRY THRU FIND-SEAL-ENTRY-EXIT
           IF WS-SEAL-FOUND-NO > 0
               SET WS-SEAL-IDX TO WS-SEAL-FOUND-NO
               STRING 'UNCHANGED SINCE SEAL OF ' DELIMITED BY SIZE
                      WS-SEAL-DATE(WS-SEAL-IDX) DELIMITED BY SIZE
                      INTO WS-CHG-REASON
               END-STRING
           END-IF.
       SELECT-CHANGED-MEMBER-REPORT.
           IF WS-CHG-SELECTED
               ADD 1 TO WS-CHG-SELECTED-COUNT
               MOVE 'SELECTED' TO WS-IMP-ACTION
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' SELECTED - ' WS-CHG-REASON(1:40)
           ELSE
               ADD 1 TO WS-CHG-UNCHANGED-COUNT
               MOVE 'UNCHANGED' TO WS-IMP-ACTION
           END-IF
           IF WS-IMPACT-OPEN
               MOVE WS-INPUT-PATH(1:36) TO WS-IMP-MEMBER
               MOVE WS-CHG-REASON TO WS-IMP-REASON
               MOVE SPACES TO IMPACT-LINE
               MOVE WS-IMPACT-DETAIL TO IMPACT-LINE
               WRITE IMPACT-LINE
           END-IF.
       SELECT-CHANGED-MEMBER-EXIT.
           EXIT.

      *    LEAVES WS-DEPS-IDX ON THE MEMBER'S M RECORD.
       FIND-MEMBER-DEPS-LOOP.
           IF WS-DEPS-IDX > WS-DEPS-COUNT
               GO TO FIND-MEMBER-DEPS-LOOP-EXIT
           END-IF
           IF WS-DEPS-MEMBER(WS-DEPS-IDX) = WS-DEPS-HOLD-MEMBER
           AND WS-DEPS-KIND-MEMBER(WS-DEPS-IDX)
               MOVE 'Y' TO WS-CHG-MEMBER-FOUND-SW
               GO TO FIND-MEMBER-DEPS-LOOP-EXIT
           END-IF
           SET WS-DEPS-IDX UP BY 1
           GO TO FIND-MEMBER-DEPS-LOOP.
       FIND-MEMBER-DEPS-LOOP-EXIT.
           EXIT.

       CHECK-MEMBER-COPYBOOKS-LOOP.
           IF WS-DEPS-IDX > WS-DEPS-COUNT
               GO TO CHECK-MEMBER-COPYBOOKS-LOOP-EXIT
           END-IF
           IF WS-DEPS-MEMBER(WS-DEPS-IDX) = WS-DEPS-HOLD-MEMBER
           AND WS-DEPS-KIND-COPYBOOK(WS-DEPS-IDX)
               MOVE WS-DEPS-NAME(WS-DEPS-IDX) TO WS-MDEP-NOTE-NAME
               PERFORM CURRENT-COPYBOOK-FPR
                   THRU CURRENT-COPYBOOK-FPR-EXIT
               IF WS-FPR-VALUE NOT = WS-DEPS-FPR(WS-DEPS-IDX)
                   IF WS-CHGCPY-NO > 0
                       ADD 1 TO WS-CHGCPY-AFFECTED(WS-CHGCPY-NO)
                   END-IF
                   IF WS-CHG-REASON = SPACES
                       STRING 'COPYBOOK ' DELIMITED BY SIZE
                              WS-MDEP-NOTE-NAME DELIMITED BY SPACE
                              ' CHANGED' DELIMITED BY SIZE
                              INTO WS-CHG-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF
           SET WS-DEPS-IDX UP BY 1
           GO TO CHECK-MEMBER-COPYBOOKS-LOOP.
       CHECK-MEMBER-COPYBOOKS-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CURRENT-COPYBOOK-FPR - THE FINGERPRINT OF THE COPYBOOK IN
      * WS-MDEP-NOTE-NAME AS IT STANDS NOW, TAKEN ONCE PER RUN AND
      * KEPT IN WS-CHGCPY-TABLE, WHOSE ENTRY NUMBER IS LEFT IN
      * WS-CHGCPY-NO (ZERO ONCE THE TABLE IS FULL).
      *----------------------------------------------------------
       CURRENT-COPYBOOK-FPR.
           MOVE 0 TO WS-CHGCPY-NO
           SET WS-CHGCPY-IDX TO 1.
       CURRENT-COPYBOOK-FPR-LOOP.
           IF WS-CHGCPY-IDX > WS-CHGCPY-COUNT
               GO TO CURRENT-COPYBOOK-FPR-NEW
           END-IF
           IF WS-CHGCPY-NAME(WS-CHGCPY-IDX) = WS-MDEP-NOTE-NAME
               SET WS-CHGCPY-NO TO WS-CHGCPY-IDX
               MOVE WS-CHGCPY-FPR(WS-CHGCPY-IDX) TO WS-FPR-VALUE
               GO TO CURRENT-COPYBOOK-FPR-EXIT
           END-IF
           SET WS-CHGCPY-IDX UP BY 1
           GO TO CURRENT-COPYBOOK-FPR-LOOP.
       CURRENT-COPYBOOK-FPR-NEW.
           PERFORM FINGERPRINT-COPYBOOK THRU FINGERPRINT-COPYBOOK-EXIT
           IF WS-CHGCPY-COUNT < 500
               ADD 1 TO WS-CHGCPY-COUNT
               MOVE WS-CHGCPY-COUNT TO WS-CHGCPY-NO
               MOVE WS-MDEP-NOTE-NAME TO WS-CHGCPY-NAME(WS-CHGCPY-NO)
               MOVE WS-FPR-VALUE TO WS-CHGCPY-FPR(WS-CHGCPY-NO)
               MOVE 0 TO WS-CHGCPY-AFFECTED(WS-CHGCPY-NO)
           END-IF.
       CURRENT-COPYBOOK-FPR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * OPEN-IMPACT-REPORT / CLOSE-IMPACT-REPORT - RUNMODE=CHANGED.
      * ONE LINE PER MANIFEST MEMBER SAYING WHETHER IT RAN AND WHY,
      * THEN ONE LINE PER CHANGED COPYBOOK WITH THE NUMBER OF
      * MEMBERS IT SENT BACK THROUGH, THEN THE TOTALS.
      *----------------------------------------------------------
       OPEN-IMPACT-REPORT.
           MOVE 0 TO WS-CHG-SELECTED-COUNT WS-CHG-UNCHANGED-COUNT
                     WS-CHGCPY-COUNT
           OPEN OUTPUT IMPACT-FILE
           IF WS-IMPACT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-IMPACT-PATH(1:40)
                   ' - STATUS ' WS-IMPACT-STATUS
                   ' - IMPACT REPORT SKIPPED'
               GO TO OPEN-IMPACT-REPORT-EXIT
           END-IF
           MOVE 'Y' TO WS-IMPACT-OPEN-SW
           MOVE SPACES TO IMPACT-LINE
           STRING 'CHANGED-ONLY RUN IMPACT REPORT - RUN DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO WS-IMPACT-DETAIL
           MOVE 'MEMBER' TO WS-IMP-MEMBER
           MOVE 'ACTION' TO WS-IMP-ACTION
           MOVE 'REASON' TO WS-IMP-REASON
           MOVE SPACES TO IMPACT-LINE
           MOVE WS-IMPACT-DETAIL TO IMPACT-LINE
           WRITE IMPACT-LINE.
       OPEN-IMPACT-REPORT-EXIT.
           EXIT.

       CLOSE-IMPACT-REPORT.
           MOVE SPACES TO IMPACT-LINE
           IF WS-IMPACT-OPEN
               WRITE IMPACT-LINE
           END-IF
           MOVE 0 TO WS-CHG-BOOKS-LISTED
           SET WS-CHGCPY-IDX TO 1
           PERFORM REPORT-CHANGED-COPYBOOK-LOOP
               THRU REPORT-CHANGED-COPYBOOK-LOOP-EXIT
           MOVE SPACES TO IMPACT-LINE
           IF WS-CHG-BOOKS-LISTED = 0
               MOVE 'NO COPYBOOK CHANGES' TO IMPACT-LINE
               IF WS-IMPACT-OPEN
                   WRITE IMPACT-LINE
               END-IF
           END-IF
           MOVE WS-CHG-SELECTED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CHG-UNCHANGED-COUNT TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO IMPACT-LINE
           STRING 'MEMBERS SELECTED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' UNCHANGED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  INTO IMPACT-LINE
           END-STRING
           DISPLAY 'COBOLCMP: CHANGED-ONLY RUN - ' IMPACT-LINE
           IF WS-IMPACT-OPEN
               WRITE IMPACT-LINE
               CLOSE IMPACT-FILE
               MOVE 'N' TO WS-IMPACT-OPEN-SW
           END-IF.
       CLOSE-IMPACT-REPORT-EXIT.
           EXIT.

       REPORT-CHANGED-COPYBOOK-LOOP.
           IF WS-CHGCPY-IDX > WS-CHGCPY-COUNT
               GO TO REPORT-CHANGED-COPYBOOK-LOOP-EXIT
           END-IF
           IF WS-CHGCPY-AFFECTED(WS-CHGCPY-IDX) > 0
               ADD 1 TO WS-CHG-BOOKS-LISTED
               MOVE WS-CHGCPY-AFFECTED(WS-CHGCPY-IDX)
                   TO WS-CHG-COUNT-ED
               MOVE 0 TO WS-CHG-LEAD
               INSPECT WS-CHG-COUNT-ED TALLYING WS-CHG-LEAD
                   FOR LEADING SPACES
               MOVE SPACES TO IMPACT-LINE
               IF WS-CHGCPY-AFFECTED(WS-CHGCPY-IDX) = 1
                   STRING 'COPYBOOK ' DELIMITED BY SIZE
                          WS-CHGCPY-NAME(WS-CHGCPY-IDX)
                              DELIMITED BY SPACE
                          ' CHANGED, 1 MEMBER AFFECTED'
                              DELIMITED BY SIZE
                          INTO IMPACT-LINE
                   END-STRING
               ELSE
                   STRING 'COPYBOOK ' DELIMITED BY SIZE
                          WS-CHGCPY-NAME(WS-CHGCPY-IDX)
                              DELIMITED BY SPACE
                          ' CHANGED, ' DELIMITED BY SIZE
                          WS-CHG-COUNT-ED(WS-CHG-LEAD + 1:)
                              DELIMITED BY SIZE
                          ' MEMBERS AFFECTED' DELIMITED BY SIZE
                          INTO IMPACT-LINE
                   END-STRING
               END-IF
               DISPLAY 'COBOLCMP: ' IMPACT-LINE
               IF WS-IMPACT-OPEN
                   WRITE IMPACT-LINE
               END-IF
           END-IF
           SET WS-CHGCPY-IDX UP BY 1
           GO TO REPORT-CHANGED-COPYBOOK-LOOP.
       REPORT-CHANGED-COPYBOOK-LOOP-EXIT.
           EXIT.

      *============================================================
      * SHIPMENT STAGING.  RUNS AFTER A FORWARD BATCH WITH STAGE=Y,
      * OR ALONE UNDER RUNMODE=STAGE, AGAINST THE BATCHCTL.DAT THE
      * BATCH LEFT.  ONLY A CLEAN MEMBER'S DELIVERED FILES ARE
      * STAGED, EACH ONLY WHILE IT STILL MATCHES ITS SHIPSEAL.DAT
      * FINGERPRINT; DIRTY AND SKIPPED MEMBERS ARE REFUSED, AND A
      * RECORD A CHANGED-ONLY RUN CARRIED FORWARD IS LEFT OUT
      * WHICHEVER WAY STAGING IS STARTED.  THE STAGED FILES AND
      * THE PACKING LIST ARE THEN SWEPT, AND ANY STAGING ERROR OR
      * SWEEP FINDING FAILS THE RUN WITH RETURN CODE 12 AND MARKS
      * THE PACKING LIST NOT FOR RELEASE.  THE
      * STAGING DIRECTORY MUST EXIST AND SHOULD START EMPTY - THE
      * SWEEP COVERS THE FILES THIS STEP WROTE.
      *============================================================
       STAGE-SHIPMENT.
           MOVE 0 TO WS-VLS-COUNT
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-STATUS = '00'
               PERFORM STG-COLLECT-VENDORS-LOOP
                   THRU STG-COLLECT-VENDORS-LOOP-EXIT
               CLOSE BATCH-CONTROL-FILE
           END-IF
           IF WS-VLS-COUNT = 0
               MOVE WS-VEN-CODE TO WS-VEN-NEXT-CODE
               PERFORM ADD-VENDOR-TO-LIST THRU ADD-VENDOR-TO-LIST-EXIT
           END-IF
           MOVE 1 TO WS-VLS-I.
       STAGE-SHIPMENT-LOOP.
           IF WS-VLS-I > WS-VLS-COUNT
               GO TO STAGE-SHIPMENT-EXIT
           END-IF
           MOVE WS-VLS-CODE(WS-VLS-I) TO WS-VEN-NEXT-CODE
           PERFORM SWITCH-VENDOR THRU SWITCH-VENDOR-EXIT
           PERFORM STAGE-VENDOR-SHIPMENT
               THRU STAGE-VENDOR-SHIPMENT-EXIT
           ADD 1 TO WS-VLS-I
           GO TO STAGE-SHIPMENT-LOOP.
       STAGE-SHIPMENT-EXIT.
           EXIT.

      *    EACH VENDOR NAMED ON BATCHCTL.DAT, ONCE, IN THE ORDER
      *    ITS MEMBERS RAN.
       STG-COLLECT-VENDORS-LOOP.
           READ BATCH-CONTROL-FILE
               AT END
                   GO TO STG-COLLECT-VENDORS-LOOP-EXIT
           NOT AT END
               IF BATCH-CONTROL-LINE NOT = SPACES
                   MOVE BATCH-CONTROL-LINE TO WS-BCTL-RECORD
                   IF WS-BCTL-PATH(1:8) NOT = 'TRAILER '
                       MOVE WS-BCTL-VENDOR TO WS-VEN-NEXT-CODE
                       PERFORM ADD-VENDOR-TO-LIST
                           THRU ADD-VENDOR-TO-LIST-EXIT
                   END-IF
               END-IF
           END-READ
           GO TO STG-COLLECT-VENDORS-LOOP.
       STG-COLLECT-VENDORS-LOOP-EXIT.
           EXIT.

       STAGE-VENDOR-SHIPMENT.
           MOVE 0 TO WS-STG-COUNT WS-STG-MEMBER-COUNT
                     WS-STG-REFUSED-COUNT WS-STG-UNCHANGED-COUNT
                     WS-STG-ERROR-COUNT WS-STG-FINDING-COUNT
                     WS-STG-TOTAL-LINES WS-SWP-COUNT
           MOVE 'N' TO WS-STG-FAILED-SW
           OPEN EXTEND TRANSMIT-FILE
           IF WS-TRANSMIT-STATUS NOT = '00'
               OPEN OUTPUT TRANSMIT-FILE
           END-IF
           IF WS-TRANSMIT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-TRANSMIT-PATH(1:40) ' - STATUS '
                   WS-TRANSMIT-STATUS ' - NOTHING STAGED'
               MOVE 12 TO RETURN-CODE
               GO TO STAGE-VENDOR-SHIPMENT-EXIT
           END-IF
           PERFORM STG-WRITE-TRANSMITTAL-HEADER
           MOVE SPACES TO WS-PACKLIST-PATH
           STRING WS-STG-DIR DELIMITED BY SPACE
                   'packing_list.txt' DELIMITED BY SIZE
                   INTO WS-PACKLIST-PATH
           END-STRING
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: NO READABLE batchctl.dat - STATUS '
                   WS-BCTL-STATUS ' - NOTHING STAGED'
               MOVE 'NO READABLE batchctl.dat - NOTHING STAGED'
                   TO TRANSMIT-LINE
               WRITE TRANSMIT-LINE
               ADD 1 TO WS-STG-ERROR-COUNT
               MOVE 'Y' TO WS-STG-FAILED-SW
               GO TO STAGE-VENDOR-SHIPMENT-FINISH
           END-IF
           PERFORM STG-LOAD-DICTIONARY-NAMES
               THRU STG-LOAD-DICTIONARY-NAMES-EXIT
           PERFORM STG-READ-BCTL-LOOP THRU STG-READ-BCTL-LOOP-EXIT
           CLOSE BATCH-CONTROL-FILE
           PERFORM STG-WRITE-PACKING-LIST
               THRU STG-WRITE-PACKING-LIST-EXIT
           SET WS-STG-IDX TO 1
           PERFORM STG-SWEEP-STAGED-LOOP THRU STG-SWEEP-STAGED-LOOP-EXIT
           MOVE WS-PACKLIST-PATH TO WS-STAGE-PATH
           MOVE 'packing_list.txt' TO WS-SWP-FILE-NAME
           PERFORM STG-SWEEP-ONE-FILE THRU STG-SWEEP-ONE-FILE-EXIT
           PERFORM STG-FINISH-PACKING-LIST
               THRU STG-FINISH-PACKING-LIST-EXIT.
       STAGE-VENDOR-SHIPMENT-FINISH.
           IF WS-STG-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-STG-RC
           PERFORM STG-WRITE-TRANSMITTAL-TRAILER
           CLOSE TRANSMIT-FILE
           IF WS-STG-FAILED
               DISPLAY 'COBOLCMP: STAGING FAILED - '
                   WS-STG-DIR(1:30)
                   ' IS NOT FOR RELEASE - SEE ' WS-TRANSMIT-PATH(1:20)
           ELSE
               MOVE WS-STG-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT ' FILES STAGED TO '
                   WS-STG-DIR(1:30) ' - SWEEP CLEAN'
           END-IF.
       STAGE-VENDOR-SHIPMENT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STG-WRITE-TRANSMITTAL-HEADER - THE SHIPMENT DATE, WHERE IT
      * WAS STAGED AND THE CONFIG IN EFFECT: CONFIG.DAT'S OWN
      * FINGERPRINT, THE FIVE SHIPPING FLAGS AND THE RUN MODE.
      *----------------------------------------------------------
       STG-WRITE-TRANSMITTAL-HEADER.
           MOVE 'config.dat' TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               MOVE 0 TO WS-FPR-VALUE
           END-IF
           PERFORM BUILD-SEAL-CFG-FLAGS
           EVALUATE TRUE
               WHEN WS-STAGE-MODE
                   MOVE 'STAGE' TO WS-STG-MODE-TEXT
               WHEN WS-CHANGED-MODE
                   MOVE 'CHANGED' TO WS-STG-MODE-TEXT
               WHEN WS-VERIFY-MODE
                   MOVE 'VERIFY' TO WS-STG-MODE-TEXT
               WHEN OTHER
                   MOVE 'FORWARD' TO WS-STG-MODE-TEXT
           END-EVALUATE
           MOVE SPACES TO TRANSMIT-LINE
           WRITE TRANSMIT-LINE
           MOVE SPACES TO TRANSMIT-LINE
           STRING 'TRANSMITTAL  SHIPMENT DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  STAGED TO ' DELIMITED BY SIZE
                  WS-STG-DIR DELIMITED BY SPACE
                  '  PACKING LIST packing_list.txt' DELIMITED BY SIZE
                  INTO TRANSMIT-LINE
           END-STRING
           WRITE TRANSMIT-LINE
           MOVE SPACES TO TRANSMIT-LINE
           STRING 'CONFIG       config.dat FINGERPRINT '
                      DELIMITED BY SIZE
                  WS-FPR-VALUE DELIMITED BY SIZE
                  '  FLAGS ' DELIMITED BY SIZE
                  WS-SEAL-HOLD-CFG DELIMITED BY SIZE
                  '  RUNMODE ' DELIMITED BY SIZE
                  WS-STG-MODE-TEXT DELIMITED BY SPACE
                  '  COPYLIB ' DELIMITED BY SIZE
                  WS-CFG-COPYLIB DELIMITED BY SPACE
                  INTO TRANSMIT-LINE
           END-STRING
           WRITE TRANSMIT-LINE
           IF WS-DICT-ENABLED
               MOVE SPACES TO TRANSMIT-LINE
               STRING 'DICTIONARY   ' DELIMITED BY SIZE
                      WS-DICT-PATH DELIMITED BY SPACE
                      INTO TRANSMIT-LINE
               END-STRING
               WRITE TRANSMIT-LINE
           END-IF
           IF WS-VEN-CODE NOT = SPACES
               MOVE SPACES TO TRANSMIT-LINE
               STRING 'VENDOR       ' DELIMITED BY SIZE
                      WS-VEN-CODE DELIMITED BY SPACE
                      INTO TRANSMIT-LINE
               END-STRING
               WRITE TRANSMIT-LINE
           END-IF.

       STG-WRITE-TRANSMITTAL-TRAILER.
           MOVE SPACES TO TRANSMIT-LINE
           MOVE WS-STG-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-STG-REFUSED-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-STG-ERROR-COUNT TO WS-DISPLAY-COUNT-3
           MOVE WS-STG-FINDING-COUNT TO WS-STG-LINES-ED
           STRING 'END          FILES STAGED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' MEMBERS REFUSED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' ERRORS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  ' SWEEP FINDINGS=' DELIMITED BY SIZE
                  WS-STG-LINES-ED DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-STG-RC DELIMITED BY SIZE
                  INTO TRANSMIT-LINE
           END-STRING
           WRITE TRANSMIT-LINE.

       STG-WRITE-XMT-DETAIL.
           MOVE SPACES TO TRANSMIT-LINE
           MOVE WS-XMT-DETAIL TO TRANSMIT-LINE
           WRITE TRANSMIT-LINE.

      *    A STAGING ERROR FOR THE FILE IN WS-STG-SRC-PATH, WITH
      *    THE CAUSE IN WS-STG-NOTE.
       STG-RECORD-ERROR.
           ADD 1 TO WS-STG-ERROR-COUNT
           MOVE 'Y' TO WS-STG-FAILED-SW
           DISPLAY 'COBOLCMP: STAGING ' WS-BCTL-PATH
               ' ' WS-STG-SRC-PATH ' - ' WS-STG-NOTE
           MOVE SPACES TO WS-XMT-DETAIL
           MOVE 'FAILED' TO WS-XMT-ACTION
           MOVE WS-STG-SRC-PATH TO WS-XMT-NAME
           MOVE WS-BCTL-PATH TO WS-XMT-MEMBER
           MOVE 0 TO WS-XMT-LINES WS-XMT-FPR
           MOVE WS-STG-NOTE TO WS-XMT-NOTE
           PERFORM STG-WRITE-XMT-DETAIL.

       STG-READ-BCTL-LOOP.
           READ BATCH-CONTROL-FILE
               AT END
                   GO TO STG-READ-BCTL-LOOP-EXIT
           NOT AT END
               IF BATCH-CONTROL-LINE NOT = SPACES
                   MOVE BATCH-CONTROL-LINE TO WS-BCTL-RECORD
                   IF WS-BCTL-PATH(1:8) NOT = 'TRAILER '
                   AND WS-BCTL-VENDOR = WS-VEN-CODE
                       PERFORM STG-STAGE-ONE-MEMBER
                           THRU STG-STAGE-ONE-MEMBER-EXIT
                   END-IF
               END-IF
           END-READ
           GO TO STG-READ-BCTL-LOOP.
       STG-READ-BCTL-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STG-STAGE-ONE-MEMBER - ONE BATCHCTL.DAT MEMBER RECORD.
      * A MEMBER THAT IS NOT CLEAN IS REFUSED OUTRIGHT; A CLEAN
      * ONE HAS EVERY FILE ITS D RECORDS NAME STAGED, AND ITS
      * CROSSREF NAMES JOIN THE SWEEP LIST.
      *----------------------------------------------------------
       STG-STAGE-ONE-MEMBER.
           MOVE SPACES TO WS-XMT-DETAIL
           MOVE WS-BCTL-PATH TO WS-XMT-MEMBER
           MOVE 0 TO WS-XMT-LINES WS-XMT-FPR
           IF WS-BCTL-MEMBER-STATUS NOT = 'CLEAN   '
               ADD 1 TO WS-STG-REFUSED-COUNT
               MOVE 'REFUSED' TO WS-XMT-ACTION
               STRING WS-BCTL-MEMBER-STATUS DELIMITED BY SPACE
                      ' REASON ' DELIMITED BY SIZE
                      WS-BCTL-REASON DELIMITED BY SIZE
                      INTO WS-XMT-NOTE
               END-STRING
               PERFORM STG-WRITE-XMT-DETAIL
               DISPLAY 'COBOLCMP: ' WS-BCTL-PATH ' IS '
                   WS-BCTL-MEMBER-STATUS ' - REFUSED, NOT STAGED'
               GO TO STG-STAGE-ONE-MEMBER-EXIT
           END-IF
           IF WS-BCTL-CARRIED-UNCHANGED
               ADD 1 TO WS-STG-UNCHANGED-COUNT
               MOVE 'UNCHANGED' TO WS-XMT-ACTION
               MOVE 'NOT STAGED - VENDOR HOLDS IT ALREADY'
                   TO WS-XMT-NOTE
               PERFORM STG-WRITE-XMT-DETAIL
               GO TO STG-STAGE-ONE-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-STG-MEMBER-COUNT
           MOVE WS-BCTL-PATH(1:36) TO WS-DEPS-HOLD-MEMBER
           MOVE 0 TO WS-STG-MBR-DELIVERED
           SET WS-DEPS-IDX TO 1
           PERFORM STG-MEMBER-FILES-LOOP THRU STG-MEMBER-FILES-LOOP-EXIT
           IF WS-STG-MBR-DELIVERED = 0
               MOVE SPACES TO WS-STG-SRC-PATH
               MOVE 'NO DELIVERED FILE ON RECORD - RUN IT AGAIN'
                   TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-MEMBER-EXIT
           END-IF
           MOVE WS-BCTL-PATH TO WS-INPUT-PATH
           PERFORM STG-LOAD-CROSSREF-NAMES
               THRU STG-LOAD-CROSSREF-NAMES-EXIT.
       STG-STAGE-ONE-MEMBER-EXIT.
           EXIT.

       STG-MEMBER-FILES-LOOP.
           IF WS-DEPS-IDX > WS-DEPS-COUNT
               GO TO STG-MEMBER-FILES-LOOP-EXIT
           END-IF
           IF WS-DEPS-MEMBER(WS-DEPS-IDX) = WS-DEPS-HOLD-MEMBER
           AND WS-DEPS-KIND-DELIVERABLE(WS-DEPS-IDX)
               ADD 1 TO WS-STG-MBR-DELIVERED
               MOVE WS-DEPS-NAME(WS-DEPS-IDX) TO WS-STG-SRC-PATH
               PERFORM STG-STAGE-ONE-FILE THRU STG-STAGE-ONE-FILE-EXIT
           END-IF
           SET WS-DEPS-IDX UP BY 1
           GO TO STG-MEMBER-FILES-LOOP.
       STG-MEMBER-FILES-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STG-STAGE-ONE-FILE - COPIES THE FILE IN WS-STG-SRC-PATH TO
      * THE STAGING DIRECTORY UNDER ITS OWN NAME.  IT MUST HAVE A
      * SEAL AND STILL MATCH IT, AND THE COPY MUST MATCH IT TOO.
      * A COPYBOOK SHARED BY SEVERAL MEMBERS IS STAGED ONCE.
      *----------------------------------------------------------
       STG-STAGE-ONE-FILE.
           MOVE 'N' TO WS-STG-DUP-SW
           SET WS-STG-IDX TO 1
           PERFORM STG-FIND-STAGED-LOOP THRU STG-FIND-STAGED-LOOP-EXIT
           IF WS-STG-DUP
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           PERFORM STG-BASE-NAME THRU STG-BASE-NAME-EXIT
           MOVE WS-STG-SRC-PATH TO WS-SEAL-HOLD-PATH
           PERFORM FIND-SEAL-ENTRY THRU FIND-SEAL-ENTRY-EXIT
           IF WS-SEAL-FOUND-NO = 0
               MOVE 'NOT SEALED ON shipseal.dat' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           SET WS-SEAL-IDX TO WS-SEAL-FOUND-NO
           MOVE WS-STG-SRC-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
           OR WS-FPR-VALUE NOT = WS-SEAL-FPR(WS-SEAL-IDX)
               MOVE 'MISSING OR CHANGED SINCE IT WAS SEALED'
                   TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           IF WS-STG-COUNT >= 2000
               MOVE 'STAGING TABLE FULL AT 2000 FILES' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           MOVE SPACES TO WS-STAGE-PATH
           STRING WS-STG-DIR DELIMITED BY SPACE
                   WS-STG-BASE DELIMITED BY SPACE
                   INTO WS-STAGE-PATH
           END-STRING
           OPEN INPUT SEALIN-FILE
           IF WS-SEALIN-STATUS NOT = '00'
               MOVE 'UNREADABLE' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           OPEN OUTPUT STAGE-FILE
           IF WS-STAGE-STATUS NOT = '00'
               CLOSE SEALIN-FILE
               MOVE 'STAGING DIRECTORY NOT WRITABLE' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           PERFORM STG-COPY-LOOP THRU STG-COPY-LOOP-EXIT
           CLOSE SEALIN-FILE
           CLOSE STAGE-FILE
           MOVE WS-STAGE-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
           OR WS-FPR-VALUE NOT = WS-SEAL-FPR(WS-SEAL-IDX)
               MOVE 'STAGED COPY DOES NOT MATCH ITS SEAL'
                   TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-STAGE-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-STG-COUNT
           SET WS-STG-IDX TO WS-STG-COUNT
           MOVE WS-STG-BASE TO WS-STG-NAME(WS-STG-IDX)
           MOVE WS-STG-SRC-PATH TO WS-STG-SRC(WS-STG-IDX)
           MOVE WS-FPR-LINES TO WS-STG-LINES(WS-STG-IDX)
           MOVE WS-FPR-VALUE TO WS-STG-FPR(WS-STG-IDX)
           ADD WS-FPR-LINES TO WS-STG-TOTAL-LINES
           MOVE SPACES TO WS-XMT-DETAIL
           MOVE 'STAGED' TO WS-XMT-ACTION
           MOVE WS-STG-BASE TO WS-XMT-NAME
           MOVE WS-BCTL-PATH TO WS-XMT-MEMBER
           MOVE WS-FPR-LINES TO WS-XMT-LINES
           MOVE WS-FPR-VALUE TO WS-XMT-FPR
           STRING 'SEALED ' DELIMITED BY SIZE
                  WS-SEAL-DATE(WS-SEAL-IDX) DELIMITED BY SIZE
                  INTO WS-XMT-NOTE
           END-STRING
           PERFORM STG-WRITE-XMT-DETAIL.
       STG-STAGE-ONE-FILE-EXIT.
           EXIT.

       STG-FIND-STAGED-LOOP.
           IF WS-STG-IDX > WS-STG-COUNT
               GO TO STG-FIND-STAGED-LOOP-EXIT
           END-IF
           IF WS-STG-SRC(WS-STG-IDX) = WS-STG-SRC-PATH
               MOVE 'Y' TO WS-STG-DUP-SW
               GO TO STG-FIND-STAGED-LOOP-EXIT
           END-IF
           SET WS-STG-IDX UP BY 1
           GO TO STG-FIND-STAGED-LOOP.
       STG-FIND-STAGED-LOOP-EXIT.
           EXIT.

      *    THE FILE NAME AFTER THE LAST SLASH OF WS-STG-SRC-PATH.
       STG-BASE-NAME.
           MOVE 0 TO WS-STG-SLASH
           MOVE 1 TO WS-STG-I.
       STG-BASE-NAME-LOOP.
           IF WS-STG-I > 36
               GO TO STG-BASE-NAME-DONE
           END-IF
           IF WS-STG-SRC-PATH(WS-STG-I:1) = '/'
               MOVE WS-STG-I TO WS-STG-SLASH
           END-IF
           ADD 1 TO WS-STG-I
           GO TO STG-BASE-NAME-LOOP.
       STG-BASE-NAME-DONE.
           MOVE SPACES TO WS-STG-BASE
           IF WS-STG-SLASH < 36
               MOVE WS-STG-SRC-PATH(WS-STG-SLASH + 1:) TO WS-STG-BASE
           END-IF.
       STG-BASE-NAME-EXIT.
           EXIT.

       STG-COPY-LOOP.
           READ SEALIN-FILE
               AT END
                   GO TO STG-COPY-LOOP-EXIT
           NOT AT END
               MOVE SEALIN-LINE TO STAGE-LINE
               WRITE STAGE-LINE
           END-READ
           GO TO STG-COPY-LOOP.
       STG-COPY-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STG-WRITE-PACKING-LIST - THE VENDOR'S COPY: GENERATED FILE
      * NAMES, LINE COUNTS AND FINGERPRINTS ONLY.  NO MEMBER PATH
      * OR ORIGINAL NAME GOES ON IT; THE TRANSMITTAL CARRIES
      * THOSE.  THE SIGN-OFF IS ADDED ONCE THE SWEEP HAS PASSED.
      *----------------------------------------------------------
       STG-WRITE-PACKING-LIST.
           OPEN OUTPUT PACKLIST-FILE
           IF WS-PACKLIST-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-PACKLIST-PATH(1:40) ' - STATUS '
                   WS-PACKLIST-STATUS
               MOVE SPACES TO WS-STG-SRC-PATH
               MOVE 'PACKING LIST NOT WRITTEN' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-WRITE-PACKING-LIST-EXIT
           END-IF
           MOVE SPACES TO PACKLIST-LINE
           STRING 'SHIPMENT PACKING LIST - SHIPMENT DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PACKLIST-LINE
           END-STRING
           WRITE PACKLIST-LINE
           MOVE SPACES TO PACKLIST-LINE
           WRITE PACKLIST-LINE
           MOVE SPACES TO WS-PACKLIST-DETAIL
           MOVE 'MEMBER' TO WS-PKL-NAME
           MOVE '    LINES' TO WS-PKL-LINES
           MOVE 'FINGERPRINT' TO WS-PKL-FPR
           MOVE WS-PACKLIST-DETAIL TO PACKLIST-LINE
           WRITE PACKLIST-LINE
           SET WS-STG-IDX TO 1
           PERFORM STG-PACKING-LIST-LOOP
               THRU STG-PACKING-LIST-LOOP-EXIT
           MOVE SPACES TO PACKLIST-LINE
           WRITE PACKLIST-LINE
           MOVE WS-STG-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-STG-TOTAL-LINES TO WS-STG-LINES-ED
           MOVE SPACES TO PACKLIST-LINE
           STRING 'TOTAL MEMBERS ' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  '   TOTAL LINES ' DELIMITED BY SIZE
                  WS-STG-LINES-ED DELIMITED BY SIZE
                  INTO PACKLIST-LINE
           END-STRING
           WRITE PACKLIST-LINE
           CLOSE PACKLIST-FILE.
       STG-WRITE-PACKING-LIST-EXIT.
           EXIT.

       STG-PACKING-LIST-LOOP.
           IF WS-STG-IDX > WS-STG-COUNT
               GO TO STG-PACKING-LIST-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-PACKLIST-DETAIL
           MOVE WS-STG-NAME(WS-STG-IDX) TO WS-PKL-NAME
           MOVE WS-STG-LINES(WS-STG-IDX) TO WS-STG-LINES-ED
           MOVE WS-STG-LINES-ED TO WS-PKL-LINES
           MOVE WS-STG-FPR(WS-STG-IDX) TO WS-PKL-FPR
           MOVE SPACES TO PACKLIST-LINE
           MOVE WS-PACKLIST-DETAIL TO PACKLIST-LINE
           WRITE PACKLIST-LINE
           SET WS-STG-IDX UP BY 1
           GO TO STG-PACKING-LIST-LOOP.
       STG-PACKING-LIST-LOOP-EXIT.
           EXIT.

      *    THE SWEEP IS DONE - EITHER THE SIGN-OFF BLOCK THE VENDOR
      *    RETURNS, OR A BANNER SAYING THE SHIPMENT MUST NOT GO.
       STG-FINISH-PACKING-LIST.
           OPEN EXTEND PACKLIST-FILE
           IF WS-PACKLIST-STATUS NOT = '00'
               GO TO STG-FINISH-PACKING-LIST-EXIT
           END-IF
           MOVE SPACES TO PACKLIST-LINE
           WRITE PACKLIST-LINE
           IF WS-STG-FAILED
               MOVE '*** NOT FOR RELEASE - THIS SHIPMENT FAILED ITS '
                   TO PACKLIST-LINE
               WRITE PACKLIST-LINE
               MOVE '*** RELEASE CHECKS AND MUST NOT BE SENT'
                   TO PACKLIST-LINE
               WRITE PACKLIST-LINE
           ELSE
               MOVE 'RECEIVED THE MEMBERS LISTED ABOVE, COMPLETE AND '
                   TO PACKLIST-LINE
               WRITE PACKLIST-LINE
               MOVE 'MATCHING THE FINGERPRINTS SHOWN.'
                   TO PACKLIST-LINE
               WRITE PACKLIST-LINE
               MOVE SPACES TO PACKLIST-LINE
               WRITE PACKLIST-LINE
               MOVE 'SIGNED  ______________________________  '
                   TO PACKLIST-LINE
               MOVE 'DATE  ____________' TO PACKLIST-LINE(41:18)
               WRITE PACKLIST-LINE
           END-IF
           CLOSE PACKLIST-FILE
           MOVE WS-PACKLIST-PATH TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           MOVE SPACES TO WS-XMT-DETAIL
           MOVE 'PACKLIST' TO WS-XMT-ACTION
           MOVE 'packing_list.txt' TO WS-XMT-NAME
           MOVE WS-FPR-LINES TO WS-XMT-LINES
           MOVE WS-FPR-VALUE TO WS-XMT-FPR
           IF WS-STG-FAILED
               MOVE 'MARKED NOT FOR RELEASE' TO WS-XMT-NOTE
           ELSE
               MOVE 'FOR VENDOR SIGNATURE' TO WS-XMT-NOTE
           END-IF
           PERFORM STG-WRITE-XMT-DETAIL.
       STG-FINISH-PACKING-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SWEEP NAME LIST.  EVERY DICTIONARY ENTRY THAT ACTUALLY
      * RENAMES SOMETHING, THEN THE ORIGINAL NAMES IN EACH STAGED
      * MEMBER'S CROSSREF NOT ALREADY LISTED - ALL UPPER CASE, AS
      * THE SWEEP COMPARES IN UPPER CASE.
      *----------------------------------------------------------
       STG-LOAD-DICTIONARY-NAMES.
           IF NOT WS-DICT-ENABLED
               GO TO STG-LOAD-DICTIONARY-NAMES-EXIT
           END-IF
           SET WS-DICT-IDX TO 1.
       STG-LOAD-DICTIONARY-NAMES-LOOP.
           IF WS-DICT-IDX > WS-DICT-COUNT
               GO TO STG-LOAD-DICTIONARY-NAMES-EXIT
           END-IF
           IF WS-DICT-OLD-NAME(WS-DICT-IDX)
               NOT = WS-DICT-NEW-NAME(WS-DICT-IDX)
           AND WS-SWP-COUNT < 25000
               ADD 1 TO WS-SWP-COUNT
               MOVE WS-DICT-OLD-NAME(WS-DICT-IDX)
                   TO WS-SWP-NAME(WS-SWP-COUNT)
               INSPECT WS-SWP-NAME(WS-SWP-COUNT) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-DICT-KIND(WS-DICT-IDX) = 'A' OR 'Q'
                   MOVE 'J' TO WS-SWP-SCOPE(WS-SWP-COUNT)
               ELSE
                   MOVE SPACE TO WS-SWP-SCOPE(WS-SWP-COUNT)
               END-IF
           END-IF
           SET WS-DICT-IDX UP BY 1
           GO TO STG-LOAD-DICTIONARY-NAMES-LOOP.
       STG-LOAD-DICTIONARY-NAMES-EXIT.
           EXIT.

       STG-LOAD-CROSSREF-NAMES.
           PERFORM FIND-BASENAME
           MOVE SPACES TO WS-CROSSREF-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_crossref_report.txt" DELIMITED BY SIZE
                   INTO WS-CROSSREF-PATH
           OPEN INPUT CROSSREF-FILE
           IF WS-CROSSREF-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: NO CROSSREF FOR ' WS-INPUT-PATH(1:40)
                   ' - SWEPT AGAINST THE DICTIONARY ONLY'
               GO TO STG-LOAD-CROSSREF-NAMES-EXIT
           END-IF
           PERFORM STG-CROSSREF-NAMES-LOOP
               THRU STG-CROSSREF-NAMES-LOOP-EXIT
           CLOSE CROSSREF-FILE.
       STG-LOAD-CROSSREF-NAMES-EXIT.
           EXIT.

       STG-CROSSREF-NAMES-LOOP.
           READ CROSSREF-FILE
               AT END
                   GO TO STG-CROSSREF-NAMES-LOOP-EXIT
           NOT AT END
               MOVE SPACES TO WS-SWP-OLD WS-SWP-NEW
               UNSTRING CROSSREF-LINE DELIMITED BY ALL SPACE
                   INTO WS-SWP-OLD WS-SWP-NEW
               END-UNSTRING
               IF WS-SWP-OLD NOT = SPACES
               AND WS-SWP-OLD NOT = 'ORIGINAL-NAME'
               AND WS-SWP-OLD NOT = WS-SWP-NEW
                   MOVE 0 TO WS-SWP-TALLY
                   INSPECT CROSSREF-LINE TALLYING WS-SWP-TALLY
                       FOR ALL ' KIND:A' ' KIND:Q'
                   IF WS-SWP-TALLY > 0
                       MOVE 'J' TO WS-SWP-NEW-SCOPE
                   ELSE
                       MOVE SPACE TO WS-SWP-NEW-SCOPE
                   END-IF
                   IF WS-SWP-TAKE-NEW
                       MOVE WS-SWP-NEW TO WS-SWP-OLD
                   END-IF
                   PERFORM STG-ADD-SWEEP-NAME
                       THRU STG-ADD-SWEEP-NAME-EXIT
               END-IF
           END-READ
           GO TO STG-CROSSREF-NAMES-LOOP.
       STG-CROSSREF-NAMES-LOOP-EXIT.
           EXIT.

       STG-ADD-SWEEP-NAME.
           INSPECT WS-SWP-OLD CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 1 TO WS-SWP-I.
       STG-ADD-SWEEP-NAME-LOOP.
           IF WS-SWP-I > WS-SWP-COUNT
               GO TO STG-ADD-SWEEP-NAME-NEW
           END-IF
      *        A NAME USED AS A PROGRAM WORD AS WELL AS IN JCL IS
      *        LOOKED FOR EVERYWHERE.
           IF WS-SWP-NAME(WS-SWP-I) = WS-SWP-OLD
               IF NOT WS-SWP-NEW-JCL-ONLY
                   MOVE SPACE TO WS-SWP-SCOPE(WS-SWP-I)
               END-IF
               GO TO STG-ADD-SWEEP-NAME-EXIT
           END-IF
           ADD 1 TO WS-SWP-I
           GO TO STG-ADD-SWEEP-NAME-LOOP.
       STG-ADD-SWEEP-NAME-NEW.
           IF WS-SWP-COUNT >= 25000
               IF NOT WS-SWP-FULL-WARNED
                   DISPLAY 'COBOLCMP: SWEEP NAME LIST FULL AT 25000 '
                       'NAMES - LATER NAMES NOT SWEPT FOR'
                   MOVE 'Y' TO WS-SWP-FULL-WARNED-SW
               END-IF
               GO TO STG-ADD-SWEEP-NAME-EXIT
           END-IF
           ADD 1 TO WS-SWP-COUNT
           MOVE WS-SWP-OLD TO WS-SWP-NAME(WS-SWP-COUNT)
           MOVE WS-SWP-NEW-SCOPE TO WS-SWP-SCOPE(WS-SWP-COUNT).
       STG-ADD-SWEEP-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * THE SWEEP.  EVERY LINE OF EVERY STAGED FILE AND OF THE
      * PACKING LIST IS CHECKED FOR CROSSREF RECORDS, DICTIONARY
      * TRAILERS AND ANY WORD ON THE SWEEP NAME LIST.  EACH LINE
      * REPORTS ITS FIRST FINDING.
      *----------------------------------------------------------
       STG-SWEEP-STAGED-LOOP.
           IF WS-STG-IDX > WS-STG-COUNT
               GO TO STG-SWEEP-STAGED-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-STAGE-PATH
           STRING WS-STG-DIR DELIMITED BY SPACE
                   WS-STG-NAME(WS-STG-IDX) DELIMITED BY SPACE
                   INTO WS-STAGE-PATH
           END-STRING
           MOVE WS-STG-NAME(WS-STG-IDX) TO WS-SWP-FILE-NAME
           PERFORM STG-SWEEP-ONE-FILE THRU STG-SWEEP-ONE-FILE-EXIT
           SET WS-STG-IDX UP BY 1
           GO TO STG-SWEEP-STAGED-LOOP.
       STG-SWEEP-STAGED-LOOP-EXIT.
           EXIT.

       STG-SWEEP-ONE-FILE.
           MOVE 0 TO WS-SWP-TALLY
           INSPECT WS-SWP-FILE-NAME TALLYING WS-SWP-TALLY
               FOR ALL '.jcl ' '.prc ' '.JCL ' '.PRC '
           IF WS-SWP-TALLY > 0
               MOVE 'Y' TO WS-SWP-IN-JCL-SW
           ELSE
               MOVE 'N' TO WS-SWP-IN-JCL-SW
           END-IF
           OPEN INPUT STAGE-FILE
           IF WS-STAGE-STATUS NOT = '00'
               MOVE WS-SWP-FILE-NAME TO WS-STG-SRC-PATH
               MOVE 'STAGED FILE COULD NOT BE SWEPT' TO WS-STG-NOTE
               PERFORM STG-RECORD-ERROR
               GO TO STG-SWEEP-ONE-FILE-EXIT
           END-IF
           MOVE 0 TO WS-SWP-LINE-NO
           PERFORM STG-SWEEP-LINE-LOOP THRU STG-SWEEP-LINE-LOOP-EXIT
           CLOSE STAGE-FILE.
       STG-SWEEP-ONE-FILE-EXIT.
           EXIT.

       STG-SWEEP-LINE-LOOP.
           READ STAGE-FILE
               AT END
                   GO TO STG-SWEEP-LINE-LOOP-EXIT
           NOT AT END
               ADD 1 TO WS-SWP-LINE-NO
               MOVE STAGE-LINE TO WS-SWP-LINE
               INSPECT WS-SWP-LINE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'N' TO WS-SWP-HIT-SW
               PERFORM STG-CHECK-SIGNATURES
                   THRU STG-CHECK-SIGNATURES-EXIT
               IF NOT WS-SWP-HIT
                   PERFORM STG-CHECK-WORDS THRU STG-CHECK-WORDS-EXIT
               END-IF
               IF WS-SWP-HIT
                   PERFORM STG-RECORD-FINDING
               END-IF
           END-READ
           GO TO STG-SWEEP-LINE-LOOP.
       STG-SWEEP-LINE-LOOP-EXIT.
           EXIT.

       STG-RECORD-FINDING.
           ADD 1 TO WS-STG-FINDING-COUNT
           MOVE 'Y' TO WS-STG-FAILED-SW
           IF WS-STG-FINDING-COUNT <= 20
               DISPLAY 'COBOLCMP: STAGING SWEEP - '
                   WS-SWP-FILE-NAME ' LINE ' WS-SWP-LINE-NO
                   ' - ' WS-SWP-HIT-TEXT
           END-IF
           MOVE SPACES TO WS-XMT-DETAIL
           MOVE 'FINDING' TO WS-XMT-ACTION
           MOVE WS-SWP-FILE-NAME TO WS-XMT-NAME
           MOVE WS-SWP-LINE-NO TO WS-XMT-LINES
           MOVE 0 TO WS-XMT-FPR
           MOVE WS-SWP-HIT-TEXT TO WS-XMT-NOTE
           PERFORM STG-WRITE-XMT-DETAIL.

       STG-CHECK-SIGNATURES.
           IF WS-SWP-LINE(1:13) = 'ORIGINAL-NAME'
               MOVE 'Y' TO WS-SWP-HIT-SW
               MOVE 'CROSSREF REPORT HEADING' TO WS-SWP-HIT-TEXT
               GO TO STG-CHECK-SIGNATURES-EXIT
           END-IF
           MOVE 0 TO WS-SWP-TALLY WS-SWP-TALLY-2
           INSPECT WS-SWP-LINE TALLYING WS-SWP-TALLY FOR ALL ' LINE:'
                                        WS-SWP-TALLY-2 FOR ALL ' KIND:'
           IF WS-SWP-TALLY > 0 AND WS-SWP-TALLY-2 > 0
               MOVE 'Y' TO WS-SWP-HIT-SW
               MOVE 'CROSSREF RECORD' TO WS-SWP-HIT-TEXT
               GO TO STG-CHECK-SIGNATURES-EXIT
           END-IF
           IF WS-SWP-LINE(1:2) = '# ' AND WS-SWP-LINE(3:6) NUMERIC
               MOVE 'Y' TO WS-SWP-HIT-SW
               MOVE 'DICTIONARY TRAILER' TO WS-SWP-HIT-TEXT
           END-IF.
       STG-CHECK-SIGNATURES-EXIT.
           EXIT.

      *    BREAKS WS-SWP-LINE INTO WORDS - RUNS OF LETTERS, DIGITS,
      *    HYPHENS AND THE NATIONAL CHARACTERS JCL NAMES MAY USE.
       STG-CHECK-WORDS.
           MOVE SPACES TO WS-SWP-TOKEN
           MOVE 0 TO WS-SWP-TOKEN-LEN
           MOVE 1 TO WS-SWP-POS.
       STG-CHECK-WORDS-LOOP.
           IF WS-SWP-POS > 80
               PERFORM STG-CHECK-TOKEN THRU STG-CHECK-TOKEN-EXIT
               GO TO STG-CHECK-WORDS-EXIT
           END-IF
           MOVE WS-SWP-LINE(WS-SWP-POS:1) TO WS-SWP-CH
           IF (WS-SWP-CH >= 'A' AND WS-SWP-CH <= 'Z')
           OR (WS-SWP-CH >= '0' AND WS-SWP-CH <= '9')
           OR WS-SWP-CH = '-' OR WS-SWP-CH = '@'
           OR WS-SWP-CH = '#' OR WS-SWP-CH = '$'
               IF WS-SWP-TOKEN-LEN < 30
                   ADD 1 TO WS-SWP-TOKEN-LEN
                   MOVE WS-SWP-CH TO WS-SWP-TOKEN(WS-SWP-TOKEN-LEN:1)
               ELSE
                   MOVE 31 TO WS-SWP-TOKEN-LEN
               END-IF
           ELSE
               PERFORM STG-CHECK-TOKEN THRU STG-CHECK-TOKEN-EXIT
               IF WS-SWP-HIT
                   GO TO STG-CHECK-WORDS-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SWP-POS
           GO TO STG-CHECK-WORDS-LOOP.
       STG-CHECK-WORDS-EXIT.
           EXIT.

       STG-CHECK-TOKEN.
           IF WS-SWP-TOKEN-LEN = 0 OR WS-SWP-TOKEN-LEN > 30
               GO TO STG-CHECK-TOKEN-DONE
           END-IF
           IF WS-SWP-TOKEN(1:WS-SWP-TOKEN-LEN) NUMERIC
               GO TO STG-CHECK-TOKEN-DONE
           END-IF
           MOVE 1 TO WS-SWP-I.
       STG-CHECK-TOKEN-LOOP.
           IF WS-SWP-I > WS-SWP-COUNT
               GO TO STG-CHECK-TOKEN-DONE
           END-IF
           IF WS-SWP-NAME(WS-SWP-I) = WS-SWP-TOKEN
           AND WS-SWP-TALLY-MODE
               IF WS-SWP-I > WS-SWP-OWN-COUNT
                   ADD 1 TO WS-VEN-FOREIGN-HITS
               ELSE
                   ADD 1 TO WS-VEN-OWN-HITS
               END-IF
               GO TO STG-CHECK-TOKEN-DONE
           END-IF
           IF WS-SWP-NAME(WS-SWP-I) = WS-SWP-TOKEN
           AND (WS-SWP-IN-JCL OR NOT WS-SWP-JCL-ONLY(WS-SWP-I))
               MOVE 'Y' TO WS-SWP-HIT-SW
               MOVE SPACES TO WS-SWP-HIT-TEXT
               STRING 'ORIGINAL NAME ' DELIMITED BY SIZE
                      WS-SWP-TOKEN DELIMITED BY SPACE
                      INTO WS-SWP-HIT-TEXT
               END-STRING
               GO TO STG-CHECK-TOKEN-DONE
           END-IF
           ADD 1 TO WS-SWP-I
           GO TO STG-CHECK-TOKEN-LOOP.
       STG-CHECK-TOKEN-DONE.
           MOVE SPACES TO WS-SWP-TOKEN
           MOVE 0 TO WS-SWP-TOKEN-LEN.
       STG-CHECK-TOKEN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FINGERPRINT-ONE-FILE - ROLLS EVERY SIGNIFICANT CHARACTER
      * OF THE FILE AT WS-SEALIN-PATH INTO A NINE-DIGIT MODULAR
      * HASH, FOLDING A LINE-BREAK VALUE IN BETWEEN LINES, AND
      * COUNTS THE LINES.  TRAILING BLANKS DO NOT COUNT - A
      * RECORD PAD MUST NOT CHANGE A FINGERPRINT.
      *----------------------------------------------------------
       FINGERPRINT-ONE-FILE.
           MOVE 'N' TO WS-FPR-OK-SW WS-FPR-EOF-SW
           MOVE 0 TO WS-FPR-WORK WS-FPR-LINES WS-FPR-VALUE
           OPEN INPUT SEALIN-FILE
           IF WS-SEALIN-STATUS NOT = '00'
               GO TO FINGERPRINT-ONE-FILE-EXIT
           END-IF
           PERFORM FPR-READ-LOOP THRU FPR-READ-LOOP-EXIT
           CLOSE SEALIN-FILE
           COMPUTE WS-FPR-VALUE =
               FUNCTION MOD(WS-FPR-WORK, 999999983)
           MOVE 'Y' TO WS-FPR-OK-SW.
       FINGERPRINT-ONE-FILE-EXIT.
           EXIT.

       FPR-READ-LOOP.
           READ SEALIN-FILE
               AT END
                   MOVE 'Y' TO WS-FPR-EOF-SW
                   GO TO FPR-READ-LOOP-EXIT
           NOT AT END
               ADD 1 TO WS-FPR-LINES
               MOVE 80 TO WS-FPR-LAST-NB
               PERFORM FPR-LAST-NB-LOOP THRU FPR-LAST-NB-LOOP-EXIT
               MOVE 1 TO WS-FPR-CHAR-NO
               PERFORM FPR-CHAR-LOOP THRU FPR-CHAR-LOOP-EXIT
               COMPUTE WS-FPR-WORK =
                   FUNCTION MOD(WS-FPR-WORK * 31 + 257, 999999983)
           END-READ
           GO TO FPR-READ-LOOP.
       FPR-READ-LOOP-EXIT.
           EXIT.

       FPR-LAST-NB-LOOP.
           IF WS-FPR-LAST-NB = 0
               GO TO FPR-LAST-NB-LOOP-EXIT
           END-IF
           IF SEALIN-LINE(WS-FPR-LAST-NB:1) NOT = SPACE
               GO TO FPR-LAST-NB-LOOP-EXIT
           END-IF
           SUBTRACT 1 FROM WS-FPR-LAST-NB
           GO TO FPR-LAST-NB-LOOP.
       FPR-LAST-NB-LOOP-EXIT.
           EXIT.

       FPR-CHAR-LOOP.
           IF WS-FPR-CHAR-NO > WS-FPR-LAST-NB
               GO TO FPR-CHAR-LOOP-EXIT
           END-IF
           COMPUTE WS-FPR-WORK =
               FUNCTION MOD(WS-FPR-WORK * 31
                   + FUNCTION ORD(SEALIN-LINE(WS-FPR-CHAR-NO:1)),
                   999999983)
           ADD 1 TO WS-FPR-CHAR-NO
           GO TO FPR-CHAR-LOOP.
       FPR-CHAR-LOOP-EXIT.
           EXIT.

      *============================================================
      * DICTMAINT-BY-VENDOR - RUNMODE=DICTMAINT.  THE DICTIONARY
      * OF THE VENDOR NAMED BY VENDOR= (THE HOUSE DICTIONARY WHEN
      * THERE IS NONE) IS LISTED, AUDITED AND PURGED AS ALWAYS;
      * VENDOR=ALL DOES THE HOUSE DICTIONARY AND THEN EVERY
      * VENDOR ON THE LEDGER IN TURN, EACH TO ITS OWN REPORT.  THE
      * CROSS-VENDOR REPORT IS WRITTEN EITHER WAY.
      *============================================================
       DICTMAINT-BY-VENDOR.
           PERFORM DICT-MAINTENANCE THRU DICT-MAINTENANCE-EXIT
           PERFORM SAVE-DICTIONARY THRU SAVE-DICTIONARY-EXIT
           IF WS-CFG-VENDOR NOT = 'ALL'
               GO TO DICTMAINT-BY-VENDOR-REPORT
           END-IF
           PERFORM COLLECT-LEDGER-VENDORS
               THRU COLLECT-LEDGER-VENDORS-EXIT
           MOVE 1 TO WS-VLS-I.
       DICTMAINT-BY-VENDOR-LOOP.
           IF WS-VLS-I > WS-VLS-COUNT
               GO TO DICTMAINT-BY-VENDOR-REPORT
           END-IF
           MOVE WS-VLS-CODE(WS-VLS-I) TO WS-VEN-NEXT-CODE
           PERFORM SWITCH-VENDOR THRU SWITCH-VENDOR-EXIT
           PERFORM DICT-MAINTENANCE THRU DICT-MAINTENANCE-EXIT
           PERFORM SAVE-DICTIONARY THRU SAVE-DICTIONARY-EXIT
           ADD 1 TO WS-VLS-I
           GO TO DICTMAINT-BY-VENDOR-LOOP.
       DICTMAINT-BY-VENDOR-REPORT.
           PERFORM WRITE-VENDOR-REPORT THRU WRITE-VENDOR-REPORT-EXIT.
       DICTMAINT-BY-VENDOR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * WRITE-VENDOR-REPORT - VENDOR_REPORT.TXT, FROM THE LEDGER.
      * FOR EACH VENDOR, EVERY MEMBER IT HAS EVER RECEIVED WITH
      * THE FIRST AND LAST SHIPMENT DATES, THE NUMBER OF
      * SHIPMENTS AND THE OTHER VENDORS THAT HAVE HAD IT; THEN
      * THE MEMBERS MORE THAN ONE VENDOR HAS HAD - WHAT TWO
      * VENDORS COULD LINE UP BETWEEN THEM.
      *----------------------------------------------------------
       WRITE-VENDOR-REPORT.
           OPEN OUTPUT XVND-FILE
           IF WS-XVND-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-XVND-PATH(1:40)
                   ' - STATUS ' WS-XVND-STATUS
                   ' - CROSS-VENDOR REPORT SKIPPED'
               GO TO WRITE-VENDOR-REPORT-EXIT
           END-IF
           MOVE SPACES TO XVND-LINE
           STRING 'CROSS-VENDOR SHIPMENT REPORT  RUN DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  LEDGER ' DELIMITED BY SIZE
                  WS-VLEDGER-PATH DELIMITED BY SPACE
                  INTO XVND-LINE
           END-STRING
           WRITE XVND-LINE
           PERFORM COLLECT-LEDGER-VENDORS
               THRU COLLECT-LEDGER-VENDORS-EXIT
           MOVE 0 TO WS-VEN-SHARED-COUNT
           MOVE 1 TO WS-VLS-I
           PERFORM XVND-VENDOR-LOOP THRU XVND-VENDOR-LOOP-EXIT
           MOVE SPACES TO XVND-LINE
           WRITE XVND-LINE
           MOVE 'MEMBERS RECEIVED BY MORE THAN ONE VENDOR' TO XVND-LINE
           WRITE XVND-LINE
           MOVE 1 TO WS-VLG-J
           PERFORM XVND-SHARED-LOOP THRU XVND-SHARED-LOOP-EXIT
           IF WS-VEN-SHARED-COUNT = 0
               MOVE '    NONE' TO XVND-LINE
               WRITE XVND-LINE
           END-IF
           MOVE SPACES TO XVND-LINE
           WRITE XVND-LINE
           MOVE WS-VLS-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-VLG-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-VEN-SHARED-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO XVND-LINE
           STRING 'TOTAL VENDORS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' LEDGER RECORDS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' SHARED MEMBERS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO XVND-LINE
           END-STRING
           WRITE XVND-LINE
           CLOSE XVND-FILE
           DISPLAY 'COBOLCMP: CROSS-VENDOR REPORT WRITTEN - SEE '
               WS-XVND-PATH(1:40)
           IF WS-VEN-SHARED-COUNT > 0
               DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT-3
                   ' MEMBERS HAVE GONE TO MORE THAN ONE VENDOR'
           END-IF.
       WRITE-VENDOR-REPORT-EXIT.
           EXIT.

       XVND-VENDOR-LOOP.
           IF WS-VLS-I > WS-VLS-COUNT
               GO TO XVND-VENDOR-LOOP-EXIT
           END-IF
           MOVE SPACES TO XVND-LINE
           WRITE XVND-LINE
           MOVE SPACES TO XVND-LINE
           STRING 'VENDOR ' DELIMITED BY SIZE
                  WS-VLS-CODE(WS-VLS-I) DELIMITED BY SPACE
                  INTO XVND-LINE
           END-STRING
           WRITE XVND-LINE
           MOVE '    MEMBER                               FIRST     LAST
      -         '      SHIPS  ALSO SENT TO' TO XVND-LINE
           WRITE XVND-LINE
           MOVE 1 TO WS-VLG-J
           PERFORM XVND-MEMBER-LOOP THRU XVND-MEMBER-LOOP-EXIT
           ADD 1 TO WS-VLS-I
           GO TO XVND-VENDOR-LOOP.
       XVND-VENDOR-LOOP-EXIT.
           EXIT.

       XVND-MEMBER-LOOP.
           IF WS-VLG-J > WS-VLG-COUNT
               GO TO XVND-MEMBER-LOOP-EXIT
           END-IF
           IF WS-VLG-VENDOR(WS-VLG-J) = WS-VLS-CODE(WS-VLS-I)
               MOVE WS-VLG-MEMBER(WS-VLG-J) TO WS-VLG-HOLD-MEMBER
               MOVE WS-VLS-CODE(WS-VLS-I) TO WS-VMB-EXCLUDE
               PERFORM LIST-MEMBER-VENDORS
                   THRU LIST-MEMBER-VENDORS-EXIT
               MOVE SPACES TO WS-XVND-DETAIL
               MOVE WS-VLG-MEMBER(WS-VLG-J) TO WS-XVD-MEMBER
               MOVE WS-VLG-FIRST(WS-VLG-J) TO WS-XVD-FIRST
               MOVE WS-VLG-LAST(WS-VLG-J) TO WS-XVD-LAST
               MOVE WS-VLG-SHIPS(WS-VLG-J) TO WS-XVD-SHIPS
               MOVE WS-VMB-TEXT TO WS-XVD-OTHERS
               MOVE SPACES TO XVND-LINE
               MOVE WS-XVND-DETAIL TO XVND-LINE
               WRITE XVND-LINE
           END-IF
           ADD 1 TO WS-VLG-J
           GO TO XVND-MEMBER-LOOP.
       XVND-MEMBER-LOOP-EXIT.
           EXIT.

      *    A MEMBER IS LISTED ONCE, AT ITS FIRST LEDGER RECORD.
       XVND-SHARED-LOOP.
           IF WS-VLG-J > WS-VLG-COUNT
               GO TO XVND-SHARED-LOOP-EXIT
           END-IF
           MOVE WS-VLG-MEMBER(WS-VLG-J) TO WS-VLG-HOLD-MEMBER
           MOVE SPACES TO WS-VMB-EXCLUDE
           PERFORM LIST-MEMBER-VENDORS THRU LIST-MEMBER-VENDORS-EXIT
           IF WS-VMB-COUNT > 1
           AND WS-VMB-CODE(1) = WS-VLG-VENDOR(WS-VLG-J)
               ADD 1 TO WS-VEN-SHARED-COUNT
               MOVE SPACES TO WS-XVND-DETAIL
               MOVE WS-VLG-HOLD-MEMBER TO WS-XVD-MEMBER
               MOVE WS-VMB-TEXT TO WS-XVD-OTHERS
               MOVE 0 TO WS-XVD-SHIPS
               MOVE SPACES TO XVND-LINE
               STRING WS-XVND-DETAIL(1:41) DELIMITED BY SIZE
                      WS-VMB-TEXT DELIMITED BY SIZE
                      INTO XVND-LINE
               END-STRING
               WRITE XVND-LINE
           END-IF
           ADD 1 TO WS-VLG-J
           GO TO XVND-SHARED-LOOP.
       XVND-SHARED-LOOP-EXIT.
           EXIT.

      *============================================================
      * LOOKUP-TRANSLATE - RUNMODE=LOOKUP.  READS ANY TEXT FILE
      * (LOOKUPIN=, DEFAULT lookup_input.txt) - A VENDOR TICKET, A
      * COMPILE LISTING, A DUMP, OR SIMPLY A LIST OF GENERATED
      * NAMES ONE TO A LINE - AND WRITES A COPY (LOOKUPOUT=,
      * DEFAULT lookup_output.txt) WITH EVERY GENERATED NAME PUT
      * BACK TO OUR NAME.  BENEATH EACH LINE, EVERY NAME IT
      * TRANSLATED IS NOTED WITH THE MEMBER AND PRODUCTION LINE
      * IT CAME FROM.  A NAME THAT MEANS DIFFERENT THINGS IN
      * DIFFERENT MEMBERS OR VENDORS IS NOT GUESSED AT - IT IS
      * LEFT AS IT STANDS AND EVERY MEANING IS LISTED.  THE NAMES
      * COME FROM EVERY CROSSREF FOR A MANIFEST MEMBER PLUS THE
      * DICTIONARY, FOR THE VENDOR NAMED BY VENDOR=, OR FOR THE
      * HOUSE AND EVERY VENDOR ON THE LEDGER WHEN NONE IS NAMED.
      * NOTHING IS WRITTEN BUT THE COPY.  RC 4 WHEN ANY NAME WAS
      * AMBIGUOUS, 8 WHEN THE INPUT OR OUTPUT CANNOT BE OPENED.
      *============================================================
       LOOKUP-TRANSLATE.
           OPEN INPUT LKPIN-FILE
           IF WS-LKPIN-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-LKPIN-PATH(1:40)
                   ' - STATUS ' WS-LKPIN-STATUS ' - NOTHING TRANSLATED'
               MOVE 8 TO RETURN-CODE
               GO TO LOOKUP-TRANSLATE-EXIT
           END-IF
           OPEN OUTPUT LKPOUT-FILE
           IF WS-LKPOUT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-LKPOUT-PATH(1:40) ' - STATUS ' WS-LKPOUT-STATUS
                   ' - NOTHING TRANSLATED'
               CLOSE LKPIN-FILE
               MOVE 8 TO RETURN-CODE
               GO TO LOOKUP-TRANSLATE-EXIT
           END-IF
           PERFORM LKP-LOAD-MAPPINGS THRU LKP-LOAD-MAPPINGS-EXIT
           PERFORM LKP-TRANSLATE-LOOP THRU LKP-TRANSLATE-LOOP-EXIT
           CLOSE LKPIN-FILE
           CLOSE LKPOUT-FILE
           MOVE WS-LKP-LINES-READ TO WS-DISPLAY-COUNT
           MOVE WS-LKP-TRANSLATED TO WS-DISPLAY-COUNT-2
           MOVE WS-LKP-AMBIGUOUS TO WS-DISPLAY-COUNT-3
           DISPLAY 'COBOLCMP: LOOKUP ' WS-DISPLAY-COUNT ' LINES, '
               WS-DISPLAY-COUNT-2 ' NAMES TRANSLATED, '
               WS-DISPLAY-COUNT-3 ' AMBIGUOUS - SEE '
               WS-LKPOUT-PATH(1:40)
           MOVE WS-LKP-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LKP-XREF-COUNT TO WS-DISPLAY-COUNT-2
           DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT ' NAMES ON FILE FROM '
               WS-DISPLAY-COUNT-2 ' MEMBER CROSSREFS AND THE DICTIONARY'
           IF WS-LKP-OVERFLOWS > 0
               MOVE WS-LKP-OVERFLOWS TO WS-DISPLAY-COUNT
               DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT
                   ' TRANSLATED LINES RAN PAST 300 CHARACTERS AND WERE '
                   'CUT SHORT'
           END-IF
           IF WS-LKP-AMBIGUOUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       LOOKUP-TRANSLATE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LKP-LOAD-MAPPINGS - THE NAME SPACES TO SEARCH, THEN EACH
      * ONE'S CROSSREFS AND DICTIONARY, THEN THE SORT.
      *----------------------------------------------------------
       LKP-LOAD-MAPPINGS.
           MOVE 0 TO WS-LKP-COUNT WS-LKP-XREF-COUNT
           MOVE 1 TO WS-LKP-VEN-COUNT
           MOVE WS-VEN-CODE TO WS-LKP-VEN-CODE(1)
           IF WS-CFG-VENDOR = SPACES
               PERFORM COLLECT-LEDGER-VENDORS
                   THRU COLLECT-LEDGER-VENDORS-EXIT
               MOVE 1 TO WS-VLS-I
               PERFORM LKP-COPY-VENDOR-LOOP
                   THRU LKP-COPY-VENDOR-LOOP-EXIT
           END-IF
           MOVE 1 TO WS-LKP-VEN-I
           PERFORM LKP-VENDOR-LOOP THRU LKP-VENDOR-LOOP-EXIT
           PERFORM LKP-SORT-NAMES THRU LKP-SORT-NAMES-EXIT.
       LKP-LOAD-MAPPINGS-EXIT.
           EXIT.

       LKP-COPY-VENDOR-LOOP.
           IF WS-VLS-I > WS-VLS-COUNT
               GO TO LKP-COPY-VENDOR-LOOP-EXIT
           END-IF
           ADD 1 TO WS-LKP-VEN-COUNT
           MOVE WS-VLS-CODE(WS-VLS-I)
               TO WS-LKP-VEN-CODE(WS-LKP-VEN-COUNT)
           ADD 1 TO WS-VLS-I
           GO TO LKP-COPY-VENDOR-LOOP.
       LKP-COPY-VENDOR-LOOP-EXIT.
           EXIT.

       LKP-VENDOR-LOOP.
           IF WS-LKP-VEN-I > WS-LKP-VEN-COUNT
               GO TO LKP-VENDOR-LOOP-EXIT
           END-IF
           MOVE WS-LKP-VEN-CODE(WS-LKP-VEN-I) TO WS-VEN-NEXT-CODE
           PERFORM SWITCH-VENDOR THRU SWITCH-VENDOR-EXIT
           COMPUTE WS-LKP-SEG-START = WS-LKP-COUNT + 1
           MOVE 'N' TO WS-MANIFEST-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM LKP-MANIFEST-LOOP THRU LKP-MANIFEST-LOOP-EXIT
               CLOSE MANIFEST-FILE
           ELSE
      *        NO MANIFEST - THE SINGLE-MEMBER RUN'S CROSSREF, WHICH
      *        IS ALWAYS WRITTEN TO THE FIXED src/ NAME WHATEVER THE
      *        VENDOR.  IT IS TAKEN ONCE, UNDER THE FIRST NAME SPACE
      *        SEARCHED.
               MOVE 'src/input.cob' TO WS-LKP-MEMBER-PATH
               MOVE 'src/crossref_report.txt' TO WS-CROSSREF-PATH
               PERFORM LKP-LOAD-ONE-CROSSREF
                   THRU LKP-LOAD-ONE-CROSSREF-EXIT
           END-IF
           IF WS-DICT-ENABLED
               MOVE 1 TO WS-LKP-I
               PERFORM LKP-DICTIONARY-LOOP THRU LKP-DICTIONARY-LOOP-EXIT
           END-IF
           ADD 1 TO WS-LKP-VEN-I
           GO TO LKP-VENDOR-LOOP.
       LKP-VENDOR-LOOP-EXIT.
           EXIT.

       LKP-MANIFEST-LOOP.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-MANIFEST-EOF
                   GO TO LKP-MANIFEST-LOOP-EXIT
           NOT AT END
               IF MANIFEST-RECORD NOT = SPACES
               AND MANIFEST-RECORD(1:7) NOT = 'VENDOR='
                   PERFORM SPLIT-MANIFEST-RECORD
                   PERFORM FIND-BASENAME
                   MOVE WS-INPUT-PATH TO WS-LKP-MEMBER-PATH
                   MOVE SPACES TO WS-CROSSREF-PATH
                   STRING WS-OUT-DIR DELIMITED BY SPACE
                          WS-SOURCE-BASENAME DELIMITED BY SPACE
                          '_crossref_report.txt' DELIMITED BY SIZE
                          INTO WS-CROSSREF-PATH
                   END-STRING
                   PERFORM LKP-LOAD-ONE-CROSSREF
                       THRU LKP-LOAD-ONE-CROSSREF-EXIT
               END-IF
           END-READ
           GO TO LKP-MANIFEST-LOOP.
       LKP-MANIFEST-LOOP-EXIT.
           EXIT.

       LKP-LOAD-ONE-CROSSREF.
           MOVE 1 TO WS-LKP-XREF-I.
       LKP-LOAD-ONE-CROSSREF-SEEN.
           IF WS-LKP-XREF-I <= WS-LKP-XREF-COUNT
               IF WS-LKP-XREF-PATH(WS-LKP-XREF-I) = WS-CROSSREF-PATH
                   GO TO LKP-LOAD-ONE-CROSSREF-EXIT
               END-IF
               ADD 1 TO WS-LKP-XREF-I
               GO TO LKP-LOAD-ONE-CROSSREF-SEEN
           END-IF
           OPEN INPUT CROSSREF-FILE
           IF WS-CROSSREF-STATUS NOT = '00'
               GO TO LKP-LOAD-ONE-CROSSREF-EXIT
           END-IF
           IF WS-LKP-XREF-COUNT < 2000
               ADD 1 TO WS-LKP-XREF-COUNT
               MOVE WS-CROSSREF-PATH
                   TO WS-LKP-XREF-PATH(WS-LKP-XREF-COUNT)
           END-IF
           PERFORM LKP-READ-CROSSREF-LOOP
               THRU LKP-READ-CROSSREF-LOOP-EXIT
           CLOSE CROSSREF-FILE.
       LKP-LOAD-ONE-CROSSREF-EXIT.
           EXIT.

      *    A CROSSREF LINE READS  OLD-NAME NEW-NAME LINE:nnnnnnn
      *    KIND:k  AFTER THE ONE HEADING LINE.
       LKP-READ-CROSSREF-LOOP.
           READ CROSSREF-FILE
               AT END
                   GO TO LKP-READ-CROSSREF-LOOP-EXIT
           END-READ
           MOVE SPACES TO WS-LKP-PART-1 WS-LKP-PART-2
           UNSTRING CROSSREF-LINE DELIMITED BY ' LINE:' OR ' KIND:'
               INTO WS-LKP-PART-1 WS-LKP-PART-2
           END-UNSTRING
           MOVE SPACES TO WS-LKP-OLD WS-LKP-NEW
           UNSTRING WS-LKP-PART-1 DELIMITED BY ALL SPACE
               INTO WS-LKP-OLD WS-LKP-NEW
           END-UNSTRING
           IF WS-LKP-OLD = SPACES OR WS-LKP-NEW = SPACES
           OR WS-LKP-OLD = 'ORIGINAL-NAME'
           OR WS-LKP-OLD = WS-LKP-NEW
               GO TO LKP-READ-CROSSREF-LOOP
           END-IF
           MOVE WS-LKP-PART-2(1:7) TO WS-LKP-LINE-TEXT
           INSPECT WS-LKP-LINE-TEXT REPLACING LEADING SPACE BY '0'
           IF WS-LKP-LINE-TEXT NOT NUMERIC
               MOVE ZERO TO WS-LKP-LINE-NUM
           END-IF
           PERFORM LKP-ADD-NAME THRU LKP-ADD-NAME-EXIT
           GO TO LKP-READ-CROSSREF-LOOP.
       LKP-READ-CROSSREF-LOOP-EXIT.
           EXIT.

      *    A DICTIONARY NAME NO CROSSREF OF THIS NAME SPACE CARRIED
      *    (ITS MEMBER'S CROSSREF GONE, OR THE MEMBER OFF THE
      *    MANIFEST) STILL TRANSLATES, WITHOUT A MEMBER OR LINE.
       LKP-DICTIONARY-LOOP.
           IF WS-LKP-I > WS-DICT-COUNT
               GO TO LKP-DICTIONARY-LOOP-EXIT
           END-IF
           MOVE WS-DICT-OLD-NAME(WS-LKP-I) TO WS-LKP-OLD
           MOVE WS-DICT-NEW-NAME(WS-LKP-I) TO WS-LKP-NEW
           IF WS-LKP-OLD NOT = WS-LKP-NEW
               MOVE WS-LKP-SEG-START TO WS-LKP-J
               PERFORM LKP-FIND-IN-SEGMENT
                   THRU LKP-FIND-IN-SEGMENT-EXIT
               IF WS-LKP-J > WS-LKP-COUNT
                   MOVE SPACES TO WS-LKP-MEMBER-PATH
                   MOVE ZERO TO WS-LKP-LINE-NUM
                   PERFORM LKP-ADD-NAME THRU LKP-ADD-NAME-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-LKP-I
           GO TO LKP-DICTIONARY-LOOP.
       LKP-DICTIONARY-LOOP-EXIT.
           EXIT.

       LKP-FIND-IN-SEGMENT.
           IF WS-LKP-J > WS-LKP-COUNT
               GO TO LKP-FIND-IN-SEGMENT-EXIT
           END-IF
           IF WS-LKP-GEN(WS-LKP-J) = WS-LKP-NEW
               GO TO LKP-FIND-IN-SEGMENT-EXIT
           END-IF
           ADD 1 TO WS-LKP-J
           GO TO LKP-FIND-IN-SEGMENT.
       LKP-FIND-IN-SEGMENT-EXIT.
           EXIT.

       LKP-ADD-NAME.
           IF WS-LKP-COUNT >= 20000
               IF NOT WS-LKP-FULL-WARNED
                   DISPLAY 'COBOLCMP: LOOKUP TABLE FULL AT 20000 '
                       'NAMES - LATER NAMES ARE NOT TRANSLATED'
                   MOVE 'Y' TO WS-LKP-FULL-WARNED-SW
               END-IF
               GO TO LKP-ADD-NAME-EXIT
           END-IF
           ADD 1 TO WS-LKP-COUNT
           MOVE WS-LKP-NEW TO WS-LKP-GEN(WS-LKP-COUNT)
           INSPECT WS-LKP-GEN(WS-LKP-COUNT) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-LKP-OLD TO WS-LKP-ORIG(WS-LKP-COUNT)
           MOVE WS-LKP-MEMBER-PATH TO WS-LKP-MEMBER(WS-LKP-COUNT)
           MOVE WS-LKP-LINE-NUM TO WS-LKP-LINE-NO(WS-LKP-COUNT)
           MOVE WS-VEN-CODE TO WS-LKP-VENDOR(WS-LKP-COUNT).
       LKP-ADD-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LKP-SORT-NAMES - INSERTION SORT OF THE ENTRY NUMBERS BY
      * GENERATED NAME, AS WU-SORT-SYMBOLS DOES FOR ONE MEMBER.
      *----------------------------------------------------------
       LKP-SORT-NAMES.
           MOVE 1 TO WS-LKP-I.
       LKP-SORT-INIT-LOOP.
           IF WS-LKP-I > WS-LKP-COUNT
               GO TO LKP-SORT-INIT-LOOP-EXIT
           END-IF
           MOVE WS-LKP-I TO WS-LKP-ORDER(WS-LKP-I)
           ADD 1 TO WS-LKP-I
           GO TO LKP-SORT-INIT-LOOP.
       LKP-SORT-INIT-LOOP-EXIT.
           MOVE 2 TO WS-LKP-I.
       LKP-SORT-OUTER-LOOP.
           IF WS-LKP-I > WS-LKP-COUNT
               GO TO LKP-SORT-NAMES-EXIT
           END-IF
           MOVE WS-LKP-ORDER(WS-LKP-I) TO WS-LKP-KEY
           COMPUTE WS-LKP-J = WS-LKP-I - 1.
       LKP-SORT-INNER-LOOP.
           IF WS-LKP-J = 0
               GO TO LKP-SORT-INNER-LOOP-EXIT
           END-IF
           IF WS-LKP-GEN(WS-LKP-ORDER(WS-LKP-J))
                   NOT > WS-LKP-GEN(WS-LKP-KEY)
               GO TO LKP-SORT-INNER-LOOP-EXIT
           END-IF
           MOVE WS-LKP-ORDER(WS-LKP-J) TO WS-LKP-ORDER(WS-LKP-J + 1)
           SUBTRACT 1 FROM WS-LKP-J
           GO TO LKP-SORT-INNER-LOOP.
       LKP-SORT-INNER-LOOP-EXIT.
           MOVE WS-LKP-KEY TO WS-LKP-ORDER(WS-LKP-J + 1)
           ADD 1 TO WS-LKP-I
           GO TO LKP-SORT-OUTER-LOOP.
       LKP-SORT-NAMES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LKP-FIND-NAME - BINARY SEARCH FOR WS-LKP-TOKEN.  LEAVES
      * WS-LKP-FIRST THRU WS-LKP-LAST AS THE RUN OF WS-LKP-ORDER
      * POSITIONS CARRYING THE NAME, OR WS-LKP-FIRST ZERO.
      *----------------------------------------------------------
       LKP-FIND-NAME.
           MOVE 0 TO WS-LKP-FIRST WS-LKP-LAST
           MOVE 1 TO WS-LKP-LO
           MOVE WS-LKP-COUNT TO WS-LKP-HI.
       LKP-FIND-NAME-LOOP.
           IF WS-LKP-LO > WS-LKP-HI
               GO TO LKP-FIND-NAME-EXIT
           END-IF
           COMPUTE WS-LKP-MID = (WS-LKP-LO + WS-LKP-HI) / 2
           EVALUATE TRUE
               WHEN WS-LKP-GEN(WS-LKP-ORDER(WS-LKP-MID)) < WS-LKP-TOKEN
                   COMPUTE WS-LKP-LO = WS-LKP-MID + 1
               WHEN WS-LKP-GEN(WS-LKP-ORDER(WS-LKP-MID)) > WS-LKP-TOKEN
                   COMPUTE WS-LKP-HI = WS-LKP-MID - 1
               WHEN OTHER
                   MOVE WS-LKP-MID TO WS-LKP-FIRST WS-LKP-LAST
                   GO TO LKP-FIND-NAME-DOWN
           END-EVALUATE
           GO TO LKP-FIND-NAME-LOOP.
       LKP-FIND-NAME-DOWN.
           IF WS-LKP-FIRST > 1
               IF WS-LKP-GEN(WS-LKP-ORDER(WS-LKP-FIRST - 1))
                       = WS-LKP-TOKEN
                   SUBTRACT 1 FROM WS-LKP-FIRST
                   GO TO LKP-FIND-NAME-DOWN
               END-IF
           END-IF.
       LKP-FIND-NAME-UP.
           IF WS-LKP-LAST < WS-LKP-COUNT
               IF WS-LKP-GEN(WS-LKP-ORDER(WS-LKP-LAST + 1))
                       = WS-LKP-TOKEN
                   ADD 1 TO WS-LKP-LAST
                   GO TO LKP-FIND-NAME-UP
               END-IF
           END-IF
      *    HOW MANY DIFFERENT ORIGINAL NAMES THE RUN CARRIES.
           MOVE 0 TO WS-LKP-MEANINGS
           MOVE WS-LKP-FIRST TO WS-LKP-I.
       LKP-FIND-NAME-MEANING.
           IF WS-LKP-I > WS-LKP-LAST
               GO TO LKP-FIND-NAME-EXIT
           END-IF
           MOVE 'N' TO WS-LKP-SAME-SW
           MOVE WS-LKP-FIRST TO WS-LKP-J.
       LKP-FIND-NAME-EARLIER.
           IF WS-LKP-J < WS-LKP-I
               IF WS-LKP-ORIG(WS-LKP-ORDER(WS-LKP-J))
                       = WS-LKP-ORIG(WS-LKP-ORDER(WS-LKP-I))
                   MOVE 'Y' TO WS-LKP-SAME-SW
               ELSE
                   ADD 1 TO WS-LKP-J
                   GO TO LKP-FIND-NAME-EARLIER
               END-IF
           END-IF
           IF NOT WS-LKP-SAME
               ADD 1 TO WS-LKP-MEANINGS
           END-IF
           ADD 1 TO WS-LKP-I
           GO TO LKP-FIND-NAME-MEANING.
       LKP-FIND-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LKP-TRANSLATE-LOOP - ONE INPUT LINE PER PASS: COPIED WORD
      * BY WORD WITH EACH GENERATED NAME OF ONE MEANING REPLACED,
      * THEN THE NOTES FOR THE NAMES FOUND ON IT.
      *----------------------------------------------------------
       LKP-TRANSLATE-LOOP.
           READ LKPIN-FILE
               AT END
                   GO TO LKP-TRANSLATE-LOOP-EXIT
           END-READ
           ADD 1 TO WS-LKP-LINES-READ
           MOVE LKPIN-LINE TO WS-LKP-IN-LINE
           MOVE SPACES TO WS-LKP-OUT-LINE
           MOVE 1 TO WS-LKP-OUT-PTR WS-LKP-POS
           MOVE 0 TO WS-LKP-NOTE-COUNT
           PERFORM LKP-SCAN-LINE THRU LKP-SCAN-LINE-EXIT
           MOVE WS-LKP-OUT-LINE TO LKPOUT-LINE
           WRITE LKPOUT-LINE
           MOVE 1 TO WS-LKP-NOTE-I
           PERFORM LKP-WRITE-NOTES-LOOP THRU LKP-WRITE-NOTES-LOOP-EXIT
           GO TO LKP-TRANSLATE-LOOP.
       LKP-TRANSLATE-LOOP-EXIT.
           EXIT.

       LKP-SCAN-LINE.
           IF WS-LKP-POS > 256
               GO TO LKP-SCAN-LINE-EXIT
           END-IF
           IF WS-LKP-IN-LINE(WS-LKP-POS:) = SPACES
               GO TO LKP-SCAN-LINE-EXIT
           END-IF
           MOVE WS-LKP-IN-LINE(WS-LKP-POS:1) TO WS-LKP-CH
           IF NOT WS-LKP-WORD-CH
               MOVE WS-LKP-POS TO WS-LKP-START
               MOVE 1 TO WS-LKP-LEN
               PERFORM LKP-COPY-TEXT THRU LKP-COPY-TEXT-EXIT
               ADD 1 TO WS-LKP-POS
               GO TO LKP-SCAN-LINE
           END-IF
           MOVE WS-LKP-POS TO WS-LKP-START.
       LKP-SCAN-WORD.
           ADD 1 TO WS-LKP-POS
           IF WS-LKP-POS <= 256
               MOVE WS-LKP-IN-LINE(WS-LKP-POS:1) TO WS-LKP-CH
               IF WS-LKP-WORD-CH
                   GO TO LKP-SCAN-WORD
               END-IF
           END-IF
           COMPUTE WS-LKP-LEN = WS-LKP-POS - WS-LKP-START
           PERFORM LKP-TRANSLATE-WORD THRU LKP-TRANSLATE-WORD-EXIT
           GO TO LKP-SCAN-LINE.
       LKP-SCAN-LINE-EXIT.
           EXIT.

      *    INPUT TEXT AT WS-LKP-START FOR WS-LKP-LEN, AS IT STANDS.
       LKP-COPY-TEXT.
           IF WS-LKP-OUT-PTR > 300
               GO TO LKP-COPY-TEXT-EXIT
           END-IF
           STRING WS-LKP-IN-LINE(WS-LKP-START:WS-LKP-LEN)
                      DELIMITED BY SIZE
                  INTO WS-LKP-OUT-LINE
                  WITH POINTER WS-LKP-OUT-PTR
                  ON OVERFLOW
                      MOVE 301 TO WS-LKP-OUT-PTR
                      ADD 1 TO WS-LKP-OVERFLOWS
           END-STRING.
       LKP-COPY-TEXT-EXIT.
           EXIT.

       LKP-TRANSLATE-WORD.
           IF WS-LKP-LEN > 30 OR WS-LKP-COUNT = 0
               PERFORM LKP-COPY-TEXT THRU LKP-COPY-TEXT-EXIT
               GO TO LKP-TRANSLATE-WORD-EXIT
           END-IF
           MOVE SPACES TO WS-LKP-TOKEN
           MOVE WS-LKP-IN-LINE(WS-LKP-START:WS-LKP-LEN) TO WS-LKP-TOKEN
           INSPECT WS-LKP-TOKEN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM LKP-FIND-NAME THRU LKP-FIND-NAME-EXIT
           IF WS-LKP-FIRST = 0
               PERFORM LKP-COPY-TEXT THRU LKP-COPY-TEXT-EXIT
               GO TO LKP-TRANSLATE-WORD-EXIT
           END-IF
           IF WS-LKP-MEANINGS = 1
               ADD 1 TO WS-LKP-TRANSLATED
               IF WS-LKP-OUT-PTR NOT > 300
                   STRING WS-LKP-ORIG(WS-LKP-ORDER(WS-LKP-FIRST))
                              DELIMITED BY SPACE
                          INTO WS-LKP-OUT-LINE
                          WITH POINTER WS-LKP-OUT-PTR
                          ON OVERFLOW
                              MOVE 301 TO WS-LKP-OUT-PTR
                              ADD 1 TO WS-LKP-OVERFLOWS
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-LKP-AMBIGUOUS
               PERFORM LKP-COPY-TEXT THRU LKP-COPY-TEXT-EXIT
           END-IF
           MOVE 1 TO WS-LKP-NOTE-I.
       LKP-TRANSLATE-WORD-NOTED.
           IF WS-LKP-NOTE-I <= WS-LKP-NOTE-COUNT
               IF WS-LKP-NOTE-NAME(WS-LKP-NOTE-I) = WS-LKP-TOKEN
                   GO TO LKP-TRANSLATE-WORD-EXIT
               END-IF
               ADD 1 TO WS-LKP-NOTE-I
               GO TO LKP-TRANSLATE-WORD-NOTED
           END-IF
           IF WS-LKP-NOTE-COUNT < 40
               ADD 1 TO WS-LKP-NOTE-COUNT
               MOVE WS-LKP-TOKEN TO WS-LKP-NOTE-NAME(WS-LKP-NOTE-COUNT)
           END-IF.
       LKP-TRANSLATE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LKP-WRITE-NOTES-LOOP - FOR EACH NAME FOUND ON THE LINE:
      *   >>> GEN = ORIGINAL  MEMBER LINE n          ONE PLACE
      *   >>> GEN = ORIGINAL  IN n PLACES:           ONE MEANING
      *   >>> GEN AMBIGUOUS - n MEANINGS, LEFT AS IS:
      * THE LAST TWO FOLLOWED BY ONE LINE PER PLACE, TEN AT MOST.
      *----------------------------------------------------------
       LKP-WRITE-NOTES-LOOP.
           IF WS-LKP-NOTE-I > WS-LKP-NOTE-COUNT
               GO TO LKP-WRITE-NOTES-LOOP-EXIT
           END-IF
           MOVE WS-LKP-NOTE-NAME(WS-LKP-NOTE-I) TO WS-LKP-TOKEN
           PERFORM LKP-FIND-NAME THRU LKP-FIND-NAME-EXIT
           MOVE SPACES TO LKPOUT-LINE
           MOVE 1 TO WS-LKP-OUT-PTR
           STRING WS-LKP-NOTE-PREFIX(1:10) DELIMITED BY SIZE
                  WS-LKP-TOKEN DELIMITED BY SPACE
                  INTO LKPOUT-LINE
                  WITH POINTER WS-LKP-OUT-PTR
           END-STRING
           IF WS-LKP-MEANINGS > 1
               MOVE WS-LKP-MEANINGS TO WS-DISPLAY-COUNT
               STRING ' AMBIGUOUS -' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      ' MEANINGS, LEFT AS IS:' DELIMITED BY SIZE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           ELSE
               STRING ' = ' DELIMITED BY SIZE
                      WS-LKP-ORIG(WS-LKP-ORDER(WS-LKP-FIRST))
                          DELIMITED BY SPACE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
               IF WS-LKP-FIRST = WS-LKP-LAST
                   MOVE WS-LKP-FIRST TO WS-LKP-I
                   PERFORM LKP-NOTE-PLACE THRU LKP-NOTE-PLACE-EXIT
                   WRITE LKPOUT-LINE
                   GO TO LKP-WRITE-NOTES-NEXT
               END-IF
               COMPUTE WS-LKP-SHOWN = WS-LKP-LAST - WS-LKP-FIRST + 1
               MOVE WS-LKP-SHOWN TO WS-DISPLAY-COUNT
               STRING '  IN' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      ' PLACES:' DELIMITED BY SIZE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           END-IF
           WRITE LKPOUT-LINE
           MOVE 0 TO WS-LKP-SHOWN
           MOVE WS-LKP-FIRST TO WS-LKP-I
           PERFORM LKP-WRITE-PLACES-LOOP
               THRU LKP-WRITE-PLACES-LOOP-EXIT.
       LKP-WRITE-NOTES-NEXT.
           ADD 1 TO WS-LKP-NOTE-I
           GO TO LKP-WRITE-NOTES-LOOP.
       LKP-WRITE-NOTES-LOOP-EXIT.
           EXIT.

       LKP-WRITE-PLACES-LOOP.
           IF WS-LKP-I > WS-LKP-LAST
               GO TO LKP-WRITE-PLACES-LOOP-EXIT
           END-IF
           IF WS-LKP-SHOWN = 10
               COMPUTE WS-LKP-J = WS-LKP-LAST - WS-LKP-I + 1
               MOVE WS-LKP-J TO WS-DISPLAY-COUNT
               MOVE SPACES TO LKPOUT-LINE
               STRING WS-LKP-NOTE-PREFIX DELIMITED BY SIZE
                      'AND' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      ' MORE' DELIMITED BY SIZE
                      INTO LKPOUT-LINE
               END-STRING
               WRITE LKPOUT-LINE
               GO TO LKP-WRITE-PLACES-LOOP-EXIT
           END-IF
           MOVE SPACES TO LKPOUT-LINE
           MOVE 1 TO WS-LKP-OUT-PTR
           STRING WS-LKP-NOTE-PREFIX DELIMITED BY SIZE
                  INTO LKPOUT-LINE
                  WITH POINTER WS-LKP-OUT-PTR
           END-STRING
           IF WS-LKP-MEANINGS > 1
               STRING WS-LKP-ORIG(WS-LKP-ORDER(WS-LKP-I))
                          DELIMITED BY SPACE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           END-IF
           PERFORM LKP-NOTE-PLACE THRU LKP-NOTE-PLACE-EXIT
           WRITE LKPOUT-LINE
           ADD 1 TO WS-LKP-SHOWN
           ADD 1 TO WS-LKP-I
           GO TO LKP-WRITE-PLACES-LOOP.
       LKP-WRITE-PLACES-LOOP-EXIT.
           EXIT.

      *    MEMBER, PRODUCTION LINE AND VENDOR OF ENTRY WS-LKP-I,
      *    ONTO THE NOTE BEING BUILT IN LKPOUT-LINE.
       LKP-NOTE-PLACE.
           MOVE WS-LKP-ORDER(WS-LKP-I) TO WS-LKP-KEY
           IF WS-LKP-MEMBER(WS-LKP-KEY) = SPACES
               STRING '  (DICTIONARY ONLY - NO CROSSREF ON FILE)'
                          DELIMITED BY SIZE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           ELSE
               MOVE WS-LKP-LINE-NO(WS-LKP-KEY) TO WS-DISPLAY-COUNT
               STRING '  ' DELIMITED BY SIZE
                      WS-LKP-MEMBER(WS-LKP-KEY) DELIMITED BY SPACE
                      ' LINE' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           END-IF
           IF WS-LKP-VENDOR(WS-LKP-KEY) NOT = SPACES
               STRING '  VENDOR ' DELIMITED BY SIZE
                      WS-LKP-VENDOR(WS-LKP-KEY) DELIMITED BY SPACE
                      INTO LKPOUT-LINE
                      WITH POINTER WS-LKP-OUT-PTR
               END-STRING
           END-IF.
       LKP-NOTE-PLACE-EXIT.
           EXIT.

      *============================================================
      * APPEND-RUN-HISTORY - ADDS THIS RUN'S BATCH CONTROL RECORDS
      * AND TRAILER TO THE RUN HISTORY LEDGER, EACH STAMPED WITH
      * THE RUN ID, RUN MODE, CONFIG IN EFFECT AND THE RETURN CODE
      * THE RUN IS ENDING WITH.  A BATCH RUN'S RECORDS ARE READ
      * BACK FROM THE BATCHCTL.DAT IT HAS JUST WRITTEN; A SINGLE-
      * MEMBER RUN WRITES NO CONTROL FILE, SO ITS ONE RECORD AND A
      * TRAILER ARE TAKEN FROM THE RUN TALLIES.  THE LEDGER IS A
      * RECORD OF THE RUN RATHER THAN PART OF IT - ONE THAT CANNOT
      * BE OPENED IS REPORTED AND THE RETURN CODE LEFT ALONE.
      *============================================================
       APPEND-RUN-HISTORY.
           ACCEPT WS-HIST-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-HIST-RUN-DATE
           MOVE WS-HIST-TIME TO WS-HIST-RUN-TIME
           EVALUATE TRUE
               WHEN WS-MERGE-MODE
                   MOVE 'MERGE' TO WS-HIST-MODE
               WHEN WS-DEOBF-MODE
                   MOVE 'DEOBF' TO WS-HIST-MODE
               WHEN WS-VERIFY-MODE
                   MOVE 'VERIFY' TO WS-HIST-MODE
               WHEN WS-CHANGED-MODE AND WS-BATCH-MODE
                   MOVE 'CHANGED' TO WS-HIST-MODE
               WHEN OTHER
                   MOVE 'FORWARD' TO WS-HIST-MODE
           END-EVALUATE
           MOVE 'config.dat' TO WS-SEALIN-PATH
           PERFORM FINGERPRINT-ONE-FILE
               THRU FINGERPRINT-ONE-FILE-EXIT
           IF NOT WS-FPR-OK
               MOVE 0 TO WS-FPR-VALUE
           END-IF
           MOVE WS-FPR-VALUE TO WS-HIST-CFG-FPR
           PERFORM BUILD-SEAL-CFG-FLAGS
           MOVE WS-SEAL-HOLD-CFG TO WS-HIST-CFG-FLAGS
           MOVE RETURN-CODE TO WS-HIST-RC
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-HIST-PATH(1:40)
                   ' - STATUS ' WS-HIST-STATUS
                   ' - RUN NOT ADDED TO THE HISTORY LEDGER'
               GO TO APPEND-RUN-HISTORY-EXIT
           END-IF
           MOVE 0 TO WS-HIST-WRITTEN
           IF WS-BATCH-MODE
               PERFORM HIST-APPEND-BATCH THRU HIST-APPEND-BATCH-EXIT
           ELSE
               MOVE SPACE TO WS-HIST-CARRIED
               MOVE WS-BCTL-RECORD TO WS-HIST-BCTL
               PERFORM HIST-WRITE-RECORD THRU HIST-WRITE-RECORD-EXIT
               MOVE WS-BATCH-MEMBER-COUNT TO WS-BCTL-TOT-MEMBERS
               MOVE WS-BATCH-CLEAN-COUNT TO WS-BCTL-TOT-CLEAN
               MOVE WS-BATCH-DIRTY-COUNT TO WS-BCTL-TOT-DIRTY
               MOVE WS-BATCH-SKIPPED-COUNT TO WS-BCTL-TOT-SKIPPED
               MOVE WS-BCTL-TRAILER TO WS-HIST-BCTL
               PERFORM HIST-WRITE-RECORD THRU HIST-WRITE-RECORD-EXIT
           END-IF
           CLOSE HIST-FILE
           MOVE WS-HIST-WRITTEN TO WS-DISPLAY-COUNT
           DISPLAY 'COBOLCMP: RUN ' WS-HIST-RUN-ID ' - '
               WS-DISPLAY-COUNT ' RECORDS ADDED TO '
               WS-HIST-PATH(1:40).
       APPEND-RUN-HISTORY-EXIT.
           EXIT.

       HIST-APPEND-BATCH.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO READ BATCHCTL.DAT - STATUS '
                   WS-BCTL-STATUS ' - RUN NOT ADDED TO THE HISTORY '
                   'LEDGER'
               GO TO HIST-APPEND-BATCH-EXIT
           END-IF
           PERFORM HIST-APPEND-BATCH-LOOP
               THRU HIST-APPEND-BATCH-LOOP-EXIT
           CLOSE BATCH-CONTROL-FILE.
       HIST-APPEND-BATCH-EXIT.
           EXIT.

      *    A MEMBER RECORD THIS RUN CARRIED FORWARD (RERUN=Y OR
      *    RUNMODE=CHANGED) IS FLAGGED C.
       HIST-APPEND-BATCH-LOOP.
           READ BATCH-CONTROL-FILE
               AT END
                   GO TO HIST-APPEND-BATCH-LOOP-EXIT
           END-READ
           IF BATCH-CONTROL-LINE = SPACES
               GO TO HIST-APPEND-BATCH-LOOP
           END-IF
           MOVE BATCH-CONTROL-LINE TO WS-BCTL-RECORD
           MOVE SPACE TO WS-HIST-CARRIED
           IF WS-BCTL-PATH(1:8) NOT = 'TRAILER '
           AND WS-BCTL-WAS-CARRIED
               MOVE 'C' TO WS-HIST-CARRIED
           END-IF
           MOVE BATCH-CONTROL-LINE TO WS-HIST-BCTL
           PERFORM HIST-WRITE-RECORD THRU HIST-WRITE-RECORD-EXIT
           GO TO HIST-APPEND-BATCH-LOOP.
       HIST-APPEND-BATCH-LOOP-EXIT.
           EXIT.

       HIST-WRITE-RECORD.
           MOVE SPACES TO HIST-LINE
           MOVE WS-HIST-RECORD TO HIST-LINE
           WRITE HIST-LINE
           ADD 1 TO WS-HIST-WRITTEN.
       HIST-WRITE-RECORD-EXIT.
           EXIT.

      *============================================================
      * HISTORY-REPORT - RUNMODE=HISTORY.  READS THE WHOLE RUN
      * HISTORY LEDGER ONCE AND WRITES HISTORY_REPORT.TXT:
      *   BY MONTH  - FORWARD RUNS, MEMBERS THAT RAN, CLEAN/DIRTY/
      *               SKIPPED, MEMBERS CARRIED AND THE TOP THREE
      *               REASON CODES, THEN THE SAME FOR THE DEOBF,
      *               MERGE AND VERIFY RUNS;
      *   BY MEMBER - THE SAME COUNTS, THE LAST OUTCOME AND THE
      *               MEMBER'S TOP TWO REASON CODES;
      *   MEMBERS DIRTY ON HISTDIRTY= (DEFAULT 3) OR MORE
      *               CONSECUTIVE RUNS, LONGEST AND CURRENT STREAK;
      *   SHIPMENT DATES FOR EVERY MEMBER.
      * RC 4 WHEN A MEMBER IS STILL ON SUCH A DIRTY STREAK AT ITS
      * LATEST RUN; RC 8 WHEN THE LEDGER OR REPORT CANNOT BE
      * OPENED.
      *============================================================
       HISTORY-REPORT.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-HIST-PATH(1:40)
                   ' - STATUS ' WS-HIST-STATUS
                   ' - NO RUN HISTORY TO REPORT'
               MOVE 8 TO RETURN-CODE
               GO TO HISTORY-REPORT-EXIT
           END-IF
           INITIALIZE WS-HRP-ALL-REASONS WS-HRP-RET-ALL-REASONS
           PERFORM HRP-READ-LEDGER-LOOP THRU HRP-READ-LEDGER-LOOP-EXIT
           CLOSE HIST-FILE
           OPEN OUTPUT HISTRPT-FILE
           IF WS-HISTRPT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-HISTRPT-PATH(1:40)
                   ' - STATUS ' WS-HISTRPT-STATUS
                   ' - RUN HISTORY REPORT SKIPPED'
               MOVE 8 TO RETURN-CODE
               GO TO HISTORY-REPORT-EXIT
           END-IF
           MOVE SPACES TO HISTRPT-LINE
           STRING 'RUN HISTORY REPORT  RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  LEDGER ' DELIMITED BY SIZE
                  WS-HIST-PATH DELIMITED BY SPACE
                  INTO HISTRPT-LINE
           END-STRING
           WRITE HISTRPT-LINE
           MOVE WS-HRP-RUNS TO WS-DISPLAY-COUNT
           MOVE WS-HRP-RET-RUNS TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO HISTRPT-LINE
           STRING 'LEDGER COVERS ' DELIMITED BY SIZE
                  WS-HRP-FIRST-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-HRP-LAST-DATE DELIMITED BY SIZE
                  '  FORWARD RUNS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  '  DEOBF/MERGE/VERIFY RUNS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  INTO HISTRPT-LINE
           END-STRING
           WRITE HISTRPT-LINE
           PERFORM HRP-WRITE-MONTHS THRU HRP-WRITE-MONTHS-EXIT
           PERFORM HRP-WRITE-RETURNS THRU HRP-WRITE-RETURNS-EXIT
           PERFORM HRP-WRITE-MEMBERS THRU HRP-WRITE-MEMBERS-EXIT
           PERFORM HRP-WRITE-STREAKS THRU HRP-WRITE-STREAKS-EXIT
           PERFORM HRP-WRITE-SHIPMENTS THRU HRP-WRITE-SHIPMENTS-EXIT
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE WS-HRP-MON-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-HRP-MBR-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-HRP-STREAK-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO HISTRPT-LINE
           STRING 'TOTAL MONTHS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' MEMBERS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' DIRTY STREAKS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO HISTRPT-LINE
           END-STRING
           WRITE HISTRPT-LINE
           CLOSE HISTRPT-FILE
           DISPLAY 'COBOLCMP: RUN HISTORY REPORT WRITTEN - SEE '
               WS-HISTRPT-PATH(1:40)
           IF WS-HRP-IGNORED > 0
               MOVE WS-HRP-IGNORED TO WS-DISPLAY-COUNT
               DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT
                   ' LEDGER RECORDS WITHOUT A RUN DATE IGNORED'
           END-IF
           IF WS-HRP-STREAK-COUNT > 0
               MOVE WS-HRP-STREAK-MIN TO WS-HRP-REASON-TIMES
               PERFORM HRP-TRIM-COUNT THRU HRP-TRIM-COUNT-EXIT
               DISPLAY 'COBOLCMP: ' WS-DISPLAY-COUNT-3
                   ' MEMBERS DIRTY ON '
                   WS-HRP-REASON-TIMES(WS-HRP-LEAD:)
                   ' OR MORE CONSECUTIVE RUNS - SEE REPORT'
           END-IF.
       HISTORY-REPORT-EXIT.
           EXIT.

       HRP-READ-LEDGER-LOOP.
           READ HIST-FILE
               AT END
                   GO TO HRP-READ-LEDGER-LOOP-EXIT
           END-READ
           IF HIST-LINE = SPACES
               GO TO HRP-READ-LEDGER-LOOP
           END-IF
           MOVE HIST-LINE TO WS-HIST-RECORD
           IF WS-HIST-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-HRP-IGNORED
               GO TO HRP-READ-LEDGER-LOOP
           END-IF
           MOVE WS-HIST-BCTL TO WS-BCTL-RECORD
           IF WS-HRP-FIRST-DATE = SPACES
           OR WS-HIST-RUN-DATE < WS-HRP-FIRST-DATE
               MOVE WS-HIST-RUN-DATE TO WS-HRP-FIRST-DATE
           END-IF
           IF WS-HRP-LAST-DATE = SPACES
           OR WS-HIST-RUN-DATE > WS-HRP-LAST-DATE
               MOVE WS-HIST-RUN-DATE TO WS-HRP-LAST-DATE
           END-IF
           PERFORM HRP-FIND-MONTH THRU HRP-FIND-MONTH-EXIT
           IF WS-BCTL-PATH(1:8) = 'TRAILER '
               IF WS-HIST-FORWARD-RUN
                   ADD 1 TO WS-HRP-RUNS
                   IF WS-HRP-MON-I > 0
                       ADD 1 TO WS-HRP-MON-RUNS(WS-HRP-MON-I)
                   END-IF
               ELSE
                   ADD 1 TO WS-HRP-RET-RUNS
                   IF WS-HRP-MON-I > 0
                       ADD 1 TO WS-HRP-MON-RET-RUNS(WS-HRP-MON-I)
                   END-IF
               END-IF
           ELSE
               PERFORM HRP-TALLY-MEMBER THRU HRP-TALLY-MEMBER-EXIT
           END-IF
           GO TO HRP-READ-LEDGER-LOOP.
       HRP-READ-LEDGER-LOOP-EXIT.
           EXIT.

      *    MONTHS ARE KEPT IN THE ORDER THE LEDGER FIRST SHOWS THEM,
      *    WHICH FOR AN APPEND-ONLY LEDGER IS CALENDAR ORDER.
       HRP-FIND-MONTH.
           MOVE WS-HRP-MON-COUNT TO WS-HRP-MON-I.
       HRP-FIND-MONTH-LOOP.
           IF WS-HRP-MON-I = 0
               GO TO HRP-FIND-MONTH-ADD
           END-IF
           IF WS-HRP-MON-KEY(WS-HRP-MON-I) = WS-HIST-RUN-DATE(1:6)
               GO TO HRP-FIND-MONTH-EXIT
           END-IF
           SUBTRACT 1 FROM WS-HRP-MON-I
           GO TO HRP-FIND-MONTH-LOOP.
       HRP-FIND-MONTH-ADD.
           IF WS-HRP-MON-COUNT NOT < 240
               IF NOT WS-HRP-MON-FULL
                   DISPLAY 'COBOLCMP: HISTORY MONTH TABLE FULL AT 240 '
                       'ENTRIES - LATER MONTHS NOT SUMMARIZED'
                   MOVE 'Y' TO WS-HRP-MON-FULL-SW
               END-IF
               GO TO HRP-FIND-MONTH-EXIT
           END-IF
           ADD 1 TO WS-HRP-MON-COUNT
           MOVE WS-HRP-MON-COUNT TO WS-HRP-MON-I
           INITIALIZE WS-HRP-MON(WS-HRP-MON-I)
           MOVE WS-HIST-RUN-DATE(1:6) TO WS-HRP-MON-KEY(WS-HRP-MON-I).
       HRP-FIND-MONTH-EXIT.
           EXIT.

      *    ONE MEMBER RECORD.  A DEOBF, MERGE OR VERIFY RECORD
      *    GOES TO THE RETURN-DIRECTION TALLIES AND A CARRIED ONE
      *    IS ONLY COUNTED; A FORWARD RECORD OF A MEMBER THAT RAN
      *    FEEDS THE MONTH AND MEMBER COUNTS, REASON TALLIES (DIRTY
      *    AND SKIPPED ONLY), THE DIRTY STREAK AND, WHEN IT WENT
      *    OUT CLEAN IN A RUN STAGING DID NOT REFUSE, THE SHIPMENT
      *    DATE.
       HRP-TALLY-MEMBER.
           MOVE 0 TO WS-HRP-REASON-NO
           IF WS-BCTL-MEMBER-STATUS NOT = 'CLEAN   '
           AND WS-BCTL-REASON IS NUMERIC
               MOVE WS-BCTL-REASON TO WS-HRP-REASON-NO
           END-IF
           IF WS-HRP-REASON-NO > 50
               MOVE 50 TO WS-HRP-REASON-NO
           END-IF
           IF NOT WS-HIST-FORWARD-RUN
               PERFORM HRP-TALLY-RETURN THRU HRP-TALLY-RETURN-EXIT
               GO TO HRP-TALLY-MEMBER-EXIT
           END-IF
           IF WS-HIST-WAS-CARRIED
               ADD 1 TO WS-HRP-TOT-CARRIED
               IF WS-HRP-MON-I > 0
                   ADD 1 TO WS-HRP-MON-CARRIED(WS-HRP-MON-I)
               END-IF
               GO TO HRP-TALLY-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-HRP-RECORDS
           EVALUATE WS-BCTL-MEMBER-STATUS
               WHEN 'CLEAN   '
                   ADD 1 TO WS-HRP-TOT-CLEAN
               WHEN 'DIRTY   '
                   ADD 1 TO WS-HRP-TOT-DIRTY
               WHEN OTHER
                   ADD 1 TO WS-HRP-TOT-SKIPPED
           END-EVALUATE
           IF WS-HRP-REASON-NO > 0
               ADD 1 TO WS-HRP-ALL-REASON(WS-HRP-REASON-NO)
           END-IF
           IF WS-HRP-MON-I > 0
               ADD 1 TO WS-HRP-MON-MEMBERS(WS-HRP-MON-I)
               EVALUATE WS-BCTL-MEMBER-STATUS
                   WHEN 'CLEAN   '
                       ADD 1 TO WS-HRP-MON-CLEAN(WS-HRP-MON-I)
                   WHEN 'DIRTY   '
                       ADD 1 TO WS-HRP-MON-DIRTY(WS-HRP-MON-I)
                   WHEN OTHER
                       ADD 1 TO WS-HRP-MON-SKIPPED(WS-HRP-MON-I)
               END-EVALUATE
               IF WS-HRP-REASON-NO > 0
                   ADD 1 TO WS-HRP-MON-REASON(WS-HRP-MON-I
                                              WS-HRP-REASON-NO)
               END-IF
           END-IF
           PERFORM HRP-FIND-MEMBER THRU HRP-FIND-MEMBER-EXIT
           IF WS-HRP-MBR-I = 0
               GO TO HRP-TALLY-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-HRP-MBR-RUNS(WS-HRP-MBR-I)
           EVALUATE WS-BCTL-MEMBER-STATUS
               WHEN 'CLEAN   '
                   ADD 1 TO WS-HRP-MBR-CLEAN(WS-HRP-MBR-I)
                   MOVE 0 TO WS-HRP-MBR-STREAK(WS-HRP-MBR-I)
               WHEN 'DIRTY   '
                   ADD 1 TO WS-HRP-MBR-DIRTY(WS-HRP-MBR-I)
                   ADD 1 TO WS-HRP-MBR-STREAK(WS-HRP-MBR-I)
                   IF WS-HRP-MBR-STREAK(WS-HRP-MBR-I)
                           > WS-HRP-MBR-LONGEST(WS-HRP-MBR-I)
                       MOVE WS-HRP-MBR-STREAK(WS-HRP-MBR-I)
                           TO WS-HRP-MBR-LONGEST(WS-HRP-MBR-I)
                       MOVE WS-HIST-RUN-DATE
                           TO WS-HRP-MBR-LONGEST-END(WS-HRP-MBR-I)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-HRP-MBR-SKIPPED(WS-HRP-MBR-I)
                   MOVE 0 TO WS-HRP-MBR-STREAK(WS-HRP-MBR-I)
           END-EVALUATE
           IF WS-HRP-REASON-NO > 0
               ADD 1 TO WS-HRP-MBR-REASON(WS-HRP-MBR-I
                                          WS-HRP-REASON-NO)
           END-IF
           MOVE WS-BCTL-MEMBER-STATUS
               TO WS-HRP-MBR-LAST-STATUS(WS-HRP-MBR-I)
           MOVE WS-HIST-RUN-DATE TO WS-HRP-MBR-LAST-DATE(WS-HRP-MBR-I)
           IF WS-BCTL-MEMBER-STATUS = 'CLEAN   '
           AND WS-HIST-RC < 12
               PERFORM HRP-NOTE-SHIPMENT THRU HRP-NOTE-SHIPMENT-EXIT
           END-IF.
       HRP-TALLY-MEMBER-EXIT.
           EXIT.

       HRP-TALLY-RETURN.
           ADD 1 TO WS-HRP-RET-RECORDS
           EVALUATE WS-BCTL-MEMBER-STATUS
               WHEN 'CLEAN   '
                   ADD 1 TO WS-HRP-RET-CLEAN
               WHEN 'DIRTY   '
                   ADD 1 TO WS-HRP-RET-DIRTY
               WHEN OTHER
                   ADD 1 TO WS-HRP-RET-SKIPPED
           END-EVALUATE
           IF WS-HRP-REASON-NO > 0
               ADD 1 TO WS-HRP-RET-ALL-REASON(WS-HRP-REASON-NO)
           END-IF
           IF WS-HRP-MON-I = 0
               GO TO HRP-TALLY-RETURN-EXIT
           END-IF
           ADD 1 TO WS-HRP-MON-RET-MEMBERS(WS-HRP-MON-I)
           EVALUATE WS-BCTL-MEMBER-STATUS
               WHEN 'CLEAN   '
                   ADD 1 TO WS-HRP-MON-RET-CLEAN(WS-HRP-MON-I)
               WHEN 'DIRTY   '
                   ADD 1 TO WS-HRP-MON-RET-DIRTY(WS-HRP-MON-I)
               WHEN OTHER
                   ADD 1 TO WS-HRP-MON-RET-SKIPPED(WS-HRP-MON-I)
           END-EVALUATE
           IF WS-HRP-REASON-NO > 0
               ADD 1 TO WS-HRP-MON-RET-REASON(WS-HRP-MON-I
                                              WS-HRP-REASON-NO)
           END-IF.
       HRP-TALLY-RETURN-EXIT.
           EXIT.

       HRP-FIND-MEMBER.
           MOVE 1 TO WS-HRP-MBR-I.
       HRP-FIND-MEMBER-LOOP.
           IF WS-HRP-MBR-I > WS-HRP-MBR-COUNT
               GO TO HRP-FIND-MEMBER-ADD
           END-IF
           IF WS-HRP-MBR-PATH(WS-HRP-MBR-I) = WS-BCTL-PATH
           AND WS-HRP-MBR-VENDOR(WS-HRP-MBR-I) = WS-BCTL-VENDOR
               GO TO HRP-FIND-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-HRP-MBR-I
           GO TO HRP-FIND-MEMBER-LOOP.
       HRP-FIND-MEMBER-ADD.
           IF WS-HRP-MBR-COUNT NOT < 2000
               IF NOT WS-HRP-MBR-FULL
                   DISPLAY 'COBOLCMP: HISTORY MEMBER TABLE FULL AT '
                       '2000 ENTRIES - FURTHER MEMBERS NOT SUMMARIZED'
                   MOVE 'Y' TO WS-HRP-MBR-FULL-SW
               END-IF
               MOVE 0 TO WS-HRP-MBR-I
               GO TO HRP-FIND-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-HRP-MBR-COUNT
           MOVE WS-HRP-MBR-COUNT TO WS-HRP-MBR-I
           INITIALIZE WS-HRP-MBR(WS-HRP-MBR-I)
           MOVE WS-BCTL-PATH TO WS-HRP-MBR-PATH(WS-HRP-MBR-I)
           MOVE WS-BCTL-VENDOR TO WS-HRP-MBR-VENDOR(WS-HRP-MBR-I).
       HRP-FIND-MEMBER-EXIT.
           EXIT.

      *    A DATE IS LISTED ONCE HOWEVER MANY RUNS SHIPPED THE
      *    MEMBER THAT DAY.  WHEN THE LIST IS FULL THE OLDEST DATE
      *    DROPS OFF; THE COUNT STILL HOLDS EVERY SHIPMENT DATE.
       HRP-NOTE-SHIPMENT.
           IF WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I) > 0
               MOVE WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I)
                   TO WS-HRP-SHIP-I
               IF WS-HRP-MBR-SHIP-DATE(WS-HRP-MBR-I WS-HRP-SHIP-I)
                       = WS-HIST-RUN-DATE
                   GO TO HRP-NOTE-SHIPMENT-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-HRP-MBR-SHIPS(WS-HRP-MBR-I)
           IF WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I) < 40
               ADD 1 TO WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I)
           ELSE
               MOVE 1 TO WS-HRP-SHIP-I
               PERFORM HRP-DROP-OLDEST-LOOP
                   THRU HRP-DROP-OLDEST-LOOP-EXIT
           END-IF
           MOVE WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I) TO WS-HRP-SHIP-I
           MOVE WS-HIST-RUN-DATE
               TO WS-HRP-MBR-SHIP-DATE(WS-HRP-MBR-I WS-HRP-SHIP-I).
       HRP-NOTE-SHIPMENT-EXIT.
           EXIT.

       HRP-DROP-OLDEST-LOOP.
           IF WS-HRP-SHIP-I NOT < 40
               GO TO HRP-DROP-OLDEST-LOOP-EXIT
           END-IF
           MOVE WS-HRP-MBR-SHIP-DATE(WS-HRP-MBR-I WS-HRP-SHIP-I + 1)
               TO WS-HRP-MBR-SHIP-DATE(WS-HRP-MBR-I WS-HRP-SHIP-I)
           ADD 1 TO WS-HRP-SHIP-I
           GO TO HRP-DROP-OLDEST-LOOP.
       HRP-DROP-OLDEST-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HRP-TOP-REASONS - THE WS-HRP-TOP-WANT LARGEST NONZERO
      * COUNTS IN WS-HRP-WORK-REASONS AS "CODE (TIMES)" TEXT IN
      * WS-HRP-TOP-TEXT, HIGHEST FIRST, THE LOWER CODE ON A TIE.
      * THE WORK TABLE IS CONSUMED.
      *----------------------------------------------------------
       HRP-TOP-REASONS.
           MOVE SPACES TO WS-HRP-TOP-TEXT
           MOVE 1 TO WS-HRP-TOP-PTR
           MOVE 0 TO WS-HRP-TOP-I.
       HRP-TOP-REASONS-LOOP.
           IF WS-HRP-TOP-I NOT < WS-HRP-TOP-WANT
               GO TO HRP-TOP-REASONS-EXIT
           END-IF
           MOVE 0 TO WS-HRP-BEST WS-HRP-BEST-TIMES
           MOVE 1 TO WS-HRP-R
           PERFORM HRP-BEST-REASON-LOOP THRU HRP-BEST-REASON-LOOP-EXIT
           IF WS-HRP-BEST = 0
               GO TO HRP-TOP-REASONS-EXIT
           END-IF
           MOVE WS-HRP-BEST TO WS-HRP-REASON-CODE
           MOVE WS-HRP-BEST-TIMES TO WS-HRP-REASON-TIMES
           MOVE 0 TO WS-HRP-WORK-REASON(WS-HRP-BEST)
           PERFORM HRP-TRIM-COUNT THRU HRP-TRIM-COUNT-EXIT
           STRING WS-HRP-REASON-CODE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-HRP-REASON-TIMES(WS-HRP-LEAD:) DELIMITED BY SIZE
                  ')  ' DELIMITED BY SIZE
                  INTO WS-HRP-TOP-TEXT
                  WITH POINTER WS-HRP-TOP-PTR
           END-STRING
           ADD 1 TO WS-HRP-TOP-I
           GO TO HRP-TOP-REASONS-LOOP.
       HRP-TOP-REASONS-EXIT.
           EXIT.

      *    WS-HRP-LEAD IS LEFT AT THE FIRST DIGIT OF THE EDITED
      *    COUNT IN WS-HRP-REASON-TIMES, FOR USE IN RUNNING TEXT.
       HRP-TRIM-COUNT.
           MOVE 0 TO WS-HRP-LEAD
           INSPECT WS-HRP-REASON-TIMES
               TALLYING WS-HRP-LEAD FOR LEADING SPACE
           ADD 1 TO WS-HRP-LEAD.
       HRP-TRIM-COUNT-EXIT.
           EXIT.

       HRP-BEST-REASON-LOOP.
           IF WS-HRP-R > 50
               GO TO HRP-BEST-REASON-LOOP-EXIT
           END-IF
           IF WS-HRP-WORK-REASON(WS-HRP-R) > WS-HRP-BEST-TIMES
               MOVE WS-HRP-R TO WS-HRP-BEST
               MOVE WS-HRP-WORK-REASON(WS-HRP-R) TO WS-HRP-BEST-TIMES
           END-IF
           ADD 1 TO WS-HRP-R
           GO TO HRP-BEST-REASON-LOOP.
       HRP-BEST-REASON-LOOP-EXIT.
           EXIT.

       HRP-WRITE-MONTHS.
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE 'FORWARD AND CHANGED RUNS BY MONTH' TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           PERFORM HRP-MONTH-HEADINGS
           WRITE HISTRPT-LINE
           MOVE 3 TO WS-HRP-TOP-WANT
           MOVE 1 TO WS-HRP-MON-I.
       HRP-WRITE-MONTHS-LOOP.
           IF WS-HRP-MON-I > WS-HRP-MON-COUNT
               GO TO HRP-WRITE-MONTHS-TOTAL
           END-IF
           MOVE WS-HRP-MON-REASONS(WS-HRP-MON-I)
               TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-MON-DETAIL
           STRING WS-HRP-MON-KEY(WS-HRP-MON-I)(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HRP-MON-KEY(WS-HRP-MON-I)(5:2) DELIMITED BY SIZE
                  INTO WS-HMD-MONTH
           END-STRING
           MOVE WS-HRP-MON-RUNS(WS-HRP-MON-I) TO WS-HMD-RUNS
           MOVE WS-HRP-MON-MEMBERS(WS-HRP-MON-I) TO WS-HMD-MEMBERS
           MOVE WS-HRP-MON-CLEAN(WS-HRP-MON-I) TO WS-HMD-CLEAN
           MOVE WS-HRP-MON-DIRTY(WS-HRP-MON-I) TO WS-HMD-DIRTY
           MOVE WS-HRP-MON-SKIPPED(WS-HRP-MON-I) TO WS-HMD-SKIPPED
           MOVE WS-HRP-MON-CARRIED(WS-HRP-MON-I) TO WS-HMD-CARRIED
           MOVE WS-HRP-TOP-TEXT TO WS-HMD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-MON-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           ADD 1 TO WS-HRP-MON-I
           GO TO HRP-WRITE-MONTHS-LOOP.
      *    THE ALL-MONTHS LINE.  ITS COUNTS ARE THE LEDGER'S OWN,
      *    SO THEY STILL ADD UP IF THE MONTH TABLE EVER FILLED.
       HRP-WRITE-MONTHS-TOTAL.
           MOVE WS-HRP-ALL-REASONS TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-MON-DETAIL
           MOVE 'ALL' TO WS-HMD-MONTH
           MOVE WS-HRP-RUNS TO WS-HMD-RUNS
           MOVE WS-HRP-RECORDS TO WS-HMD-MEMBERS
           MOVE WS-HRP-TOT-CLEAN TO WS-HMD-CLEAN
           MOVE WS-HRP-TOT-DIRTY TO WS-HMD-DIRTY
           MOVE WS-HRP-TOT-SKIPPED TO WS-HMD-SKIPPED
           MOVE WS-HRP-TOT-CARRIED TO WS-HMD-CARRIED
           MOVE WS-HRP-TOP-TEXT TO WS-HMD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-MON-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE.
       HRP-WRITE-MONTHS-EXIT.
           EXIT.

      *    MEMBERS COUNTS THE MEMBERS THAT RAN; A MEMBER CARRIED
      *    FORWARD UNDER RERUN=Y OR RUNMODE=CHANGED IS IN CARRIED
      *    AND NOWHERE ELSE.  THE HEADING IS LEFT IN HISTRPT-LINE
      *    FOR THE CALLER TO WRITE.
       HRP-MONTH-HEADINGS.
           MOVE SPACES TO HISTRPT-LINE
           MOVE 'MONTH' TO HISTRPT-LINE(5:5)
           MOVE 'RUNS' TO HISTRPT-LINE(15:4)
           MOVE 'MEMBERS' TO HISTRPT-LINE(21:7)
           MOVE 'CLEAN' TO HISTRPT-LINE(32:5)
           MOVE 'DIRTY' TO HISTRPT-LINE(41:5)
           MOVE 'SKIPPED' TO HISTRPT-LINE(48:7)
           MOVE 'CARRIED' TO HISTRPT-LINE(57:7)
           MOVE 'TOP REASONS' TO HISTRPT-LINE(66:11).

      *    THE RETURN DIRECTION - DEOBF, MERGE AND VERIFY RUNS - IS
      *    KEPT APART SO A MERGE CONFLICT OR A VENDOR RETURN NEVER
      *    MOVES THE FORWARD TREND.  A MONTH WITH NO SUCH RUN IS
      *    LEFT OUT.
       HRP-WRITE-RETURNS.
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE 'DEOBF, MERGE AND VERIFY RUNS BY MONTH' TO HISTRPT-LINE
           WRITE HISTRPT-LINE
      *    NOTHING IS CARRIED IN THE RETURN DIRECTION, SO THAT
      *    COLUMN IS LEFT OFF.
           PERFORM HRP-MONTH-HEADINGS
           MOVE SPACES TO HISTRPT-LINE(57:7)
           WRITE HISTRPT-LINE
           MOVE 3 TO WS-HRP-TOP-WANT
           MOVE 1 TO WS-HRP-MON-I.
       HRP-WRITE-RETURNS-LOOP.
           IF WS-HRP-MON-I > WS-HRP-MON-COUNT
               GO TO HRP-WRITE-RETURNS-TOTAL
           END-IF
           IF WS-HRP-MON-RET-RUNS(WS-HRP-MON-I) = 0
           AND WS-HRP-MON-RET-MEMBERS(WS-HRP-MON-I) = 0
               ADD 1 TO WS-HRP-MON-I
               GO TO HRP-WRITE-RETURNS-LOOP
           END-IF
           MOVE WS-HRP-MON-RET-REASONS(WS-HRP-MON-I)
               TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-MON-DETAIL
           STRING WS-HRP-MON-KEY(WS-HRP-MON-I)(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HRP-MON-KEY(WS-HRP-MON-I)(5:2) DELIMITED BY SIZE
                  INTO WS-HMD-MONTH
           END-STRING
           MOVE WS-HRP-MON-RET-RUNS(WS-HRP-MON-I) TO WS-HMD-RUNS
           MOVE WS-HRP-MON-RET-MEMBERS(WS-HRP-MON-I) TO WS-HMD-MEMBERS
           MOVE WS-HRP-MON-RET-CLEAN(WS-HRP-MON-I) TO WS-HMD-CLEAN
           MOVE WS-HRP-MON-RET-DIRTY(WS-HRP-MON-I) TO WS-HMD-DIRTY
           MOVE WS-HRP-MON-RET-SKIPPED(WS-HRP-MON-I) TO WS-HMD-SKIPPED
           MOVE WS-HRP-TOP-TEXT TO WS-HMD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-MON-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           ADD 1 TO WS-HRP-MON-I
           GO TO HRP-WRITE-RETURNS-LOOP.
       HRP-WRITE-RETURNS-TOTAL.
           MOVE WS-HRP-RET-ALL-REASONS TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-MON-DETAIL
           MOVE 'ALL' TO WS-HMD-MONTH
           MOVE WS-HRP-RET-RUNS TO WS-HMD-RUNS
           MOVE WS-HRP-RET-RECORDS TO WS-HMD-MEMBERS
           MOVE WS-HRP-RET-CLEAN TO WS-HMD-CLEAN
           MOVE WS-HRP-RET-DIRTY TO WS-HMD-DIRTY
           MOVE WS-HRP-RET-SKIPPED TO WS-HMD-SKIPPED
           MOVE WS-HRP-TOP-TEXT TO WS-HMD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-MON-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE.
       HRP-WRITE-RETURNS-EXIT.
           EXIT.

       HRP-WRITE-MEMBERS.
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE 'BY MEMBER' TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE SPACES TO HISTRPT-LINE
           MOVE 'MEMBER' TO HISTRPT-LINE(5:6)
           MOVE 'VENDOR' TO HISTRPT-LINE(42:6)
           MOVE 'RUNS' TO HISTRPT-LINE(53:4)
           MOVE 'CLEAN' TO HISTRPT-LINE(60:5)
           MOVE 'DIRTY' TO HISTRPT-LINE(68:5)
           MOVE 'SKIPPED' TO HISTRPT-LINE(74:7)
           MOVE 'LAST RUN' TO HISTRPT-LINE(83:8)
           MOVE 'TOP REASONS' TO HISTRPT-LINE(102:11)
           WRITE HISTRPT-LINE
           MOVE 2 TO WS-HRP-TOP-WANT
           MOVE 1 TO WS-HRP-MBR-I.
       HRP-WRITE-MEMBERS-LOOP.
           IF WS-HRP-MBR-I > WS-HRP-MBR-COUNT
               GO TO HRP-WRITE-MEMBERS-EXIT
           END-IF
           MOVE WS-HRP-MBR-REASONS(WS-HRP-MBR-I)
               TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-MBR-DETAIL
           MOVE WS-HRP-MBR-PATH(WS-HRP-MBR-I) TO WS-HBD-MEMBER
           MOVE WS-HRP-MBR-VENDOR(WS-HRP-MBR-I) TO WS-HBD-VENDOR
           MOVE WS-HRP-MBR-RUNS(WS-HRP-MBR-I) TO WS-HBD-RUNS
           MOVE WS-HRP-MBR-CLEAN(WS-HRP-MBR-I) TO WS-HBD-CLEAN
           MOVE WS-HRP-MBR-DIRTY(WS-HRP-MBR-I) TO WS-HBD-DIRTY
           MOVE WS-HRP-MBR-SKIPPED(WS-HRP-MBR-I) TO WS-HBD-SKIPPED
           MOVE WS-HRP-MBR-LAST-STATUS(WS-HRP-MBR-I)
               TO WS-HBD-LAST-STATUS
           MOVE WS-HRP-MBR-LAST-DATE(WS-HRP-MBR-I) TO WS-HBD-LAST-DATE
           MOVE WS-HRP-TOP-TEXT TO WS-HBD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-MBR-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           ADD 1 TO WS-HRP-MBR-I
           GO TO HRP-WRITE-MEMBERS-LOOP.
       HRP-WRITE-MEMBERS-EXIT.
           EXIT.

      *    LONGEST IS THE MEMBER'S LONGEST RUN OF CONSECUTIVE DIRTY
      *    OUTCOMES AND THROUGH THE DATE OF ITS LAST RUN; CURRENT IS
      *    HOW MANY OF ITS MOST RECENT RUNS IN A ROW CAME BACK DIRTY.
       HRP-WRITE-STREAKS.
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE WS-HRP-STREAK-MIN TO WS-HRP-REASON-TIMES
           PERFORM HRP-TRIM-COUNT THRU HRP-TRIM-COUNT-EXIT
           MOVE SPACES TO HISTRPT-LINE
           STRING 'MEMBERS DIRTY ON ' DELIMITED BY SIZE
                  WS-HRP-REASON-TIMES(WS-HRP-LEAD:) DELIMITED BY SIZE
                  ' OR MORE CONSECUTIVE RUNS' DELIMITED BY SIZE
                  INTO HISTRPT-LINE
           END-STRING
           WRITE HISTRPT-LINE
           MOVE SPACES TO HISTRPT-LINE
           MOVE 'MEMBER' TO HISTRPT-LINE(5:6)
           MOVE 'VENDOR' TO HISTRPT-LINE(42:6)
           MOVE 'LONGEST' TO HISTRPT-LINE(52:7)
           MOVE 'THROUGH' TO HISTRPT-LINE(61:7)
           MOVE 'CURRENT' TO HISTRPT-LINE(71:7)
           MOVE 'TOP REASONS' TO HISTRPT-LINE(80:11)
           WRITE HISTRPT-LINE
           MOVE 0 TO WS-HRP-STREAK-COUNT
           MOVE 3 TO WS-HRP-TOP-WANT
           MOVE 1 TO WS-HRP-MBR-I
           PERFORM HRP-WRITE-STREAKS-LOOP
               THRU HRP-WRITE-STREAKS-LOOP-EXIT
           IF WS-HRP-STREAK-COUNT = 0
               MOVE '    NONE' TO HISTRPT-LINE
               WRITE HISTRPT-LINE
           END-IF.
       HRP-WRITE-STREAKS-EXIT.
           EXIT.

       HRP-WRITE-STREAKS-LOOP.
           IF WS-HRP-MBR-I > WS-HRP-MBR-COUNT
               GO TO HRP-WRITE-STREAKS-LOOP-EXIT
           END-IF
           IF WS-HRP-MBR-LONGEST(WS-HRP-MBR-I) < WS-HRP-STREAK-MIN
               ADD 1 TO WS-HRP-MBR-I
               GO TO HRP-WRITE-STREAKS-LOOP
           END-IF
           ADD 1 TO WS-HRP-STREAK-COUNT
           IF WS-HRP-MBR-STREAK(WS-HRP-MBR-I) NOT < WS-HRP-STREAK-MIN
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-HRP-MBR-REASONS(WS-HRP-MBR-I)
               TO WS-HRP-WORK-REASONS
           PERFORM HRP-TOP-REASONS THRU HRP-TOP-REASONS-EXIT
           MOVE SPACES TO WS-HRP-STREAK-DETAIL
           MOVE WS-HRP-MBR-PATH(WS-HRP-MBR-I) TO WS-HSD-MEMBER
           MOVE WS-HRP-MBR-VENDOR(WS-HRP-MBR-I) TO WS-HSD-VENDOR
           MOVE WS-HRP-MBR-LONGEST(WS-HRP-MBR-I) TO WS-HSD-LONGEST
           MOVE WS-HRP-MBR-LONGEST-END(WS-HRP-MBR-I) TO WS-HSD-THROUGH
           MOVE WS-HRP-MBR-STREAK(WS-HRP-MBR-I) TO WS-HSD-CURRENT
           MOVE WS-HRP-TOP-TEXT TO WS-HSD-TOP
           MOVE SPACES TO HISTRPT-LINE
           MOVE WS-HRP-STREAK-DETAIL TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           ADD 1 TO WS-HRP-MBR-I
           GO TO HRP-WRITE-STREAKS-LOOP.
       HRP-WRITE-STREAKS-LOOP-EXIT.
           EXIT.

      *    EVERY MEMBER ON THE LEDGER, WITH THE DATES IT WENT OUT
      *    CLEAN - NINE TO A LINE, OLDEST FIRST.
       HRP-WRITE-SHIPMENTS.
           MOVE SPACES TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE 'SHIPMENT DATES BY MEMBER' TO HISTRPT-LINE
           WRITE HISTRPT-LINE
           MOVE 1 TO WS-HRP-MBR-I.
       HRP-WRITE-SHIPMENTS-LOOP.
           IF WS-HRP-MBR-I > WS-HRP-MBR-COUNT
               GO TO HRP-WRITE-SHIPMENTS-EXIT
           END-IF
           MOVE WS-HRP-MBR-SHIPS(WS-HRP-MBR-I) TO WS-HRP-REASON-TIMES
           PERFORM HRP-TRIM-COUNT THRU HRP-TRIM-COUNT-EXIT
           MOVE SPACES TO HISTRPT-LINE
           MOVE 1 TO WS-HRP-SHIP-PTR
           STRING '    ' DELIMITED BY SIZE
                  WS-HRP-MBR-PATH(WS-HRP-MBR-I) DELIMITED BY SPACE
                  INTO HISTRPT-LINE
                  WITH POINTER WS-HRP-SHIP-PTR
           END-STRING
           IF WS-HRP-MBR-VENDOR(WS-HRP-MBR-I) NOT = SPACES
               STRING '  VENDOR ' DELIMITED BY SIZE
                      WS-HRP-MBR-VENDOR(WS-HRP-MBR-I)
                          DELIMITED BY SPACE
                      INTO HISTRPT-LINE
                      WITH POINTER WS-HRP-SHIP-PTR
               END-STRING
           END-IF
           IF WS-HRP-MBR-SHIPS(WS-HRP-MBR-I) = 0
               STRING '  NEVER SHIPPED' DELIMITED BY SIZE
                      INTO HISTRPT-LINE
                      WITH POINTER WS-HRP-SHIP-PTR
               END-STRING
           ELSE
               STRING '  SHIPMENT DATES: ' DELIMITED BY SIZE
                      WS-HRP-REASON-TIMES(WS-HRP-LEAD:)
                          DELIMITED BY SIZE
                      INTO HISTRPT-LINE
                      WITH POINTER WS-HRP-SHIP-PTR
               END-STRING
           END-IF
           WRITE HISTRPT-LINE
           IF WS-HRP-MBR-SHIPS(WS-HRP-MBR-I)
                   > WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I)
               SUBTRACT WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I)
                   FROM WS-HRP-MBR-SHIPS(WS-HRP-MBR-I)
                   GIVING WS-HRP-BEST-TIMES
               MOVE WS-HRP-BEST-TIMES TO WS-HRP-REASON-TIMES
               PERFORM HRP-TRIM-COUNT THRU HRP-TRIM-COUNT-EXIT
               MOVE SPACES TO HISTRPT-LINE
               STRING '        EARLIEST ' DELIMITED BY SIZE
                      WS-HRP-REASON-TIMES(WS-HRP-LEAD:)
                          DELIMITED BY SIZE
                      ' DATES NOT LISTED' DELIMITED BY SIZE
                      INTO HISTRPT-LINE
               END-STRING
               WRITE HISTRPT-LINE
           END-IF
           MOVE SPACES TO WS-HRP-SHIP-LINE
           MOVE 9 TO WS-HRP-SHIP-PTR
           MOVE 1 TO WS-HRP-SHIP-I
           PERFORM HRP-WRITE-DATES-LOOP THRU HRP-WRITE-DATES-LOOP-EXIT
           IF WS-HRP-SHIP-PTR > 9
               MOVE WS-HRP-SHIP-LINE TO HISTRPT-LINE
               WRITE HISTRPT-LINE
           END-IF
           ADD 1 TO WS-HRP-MBR-I
           GO TO HRP-WRITE-SHIPMENTS-LOOP.
       HRP-WRITE-SHIPMENTS-EXIT.
           EXIT.

       HRP-WRITE-DATES-LOOP.
           IF WS-HRP-SHIP-I > WS-HRP-MBR-SHIP-KEPT(WS-HRP-MBR-I)
               GO TO HRP-WRITE-DATES-LOOP-EXIT
           END-IF
           IF WS-HRP-SHIP-PTR > 98
               MOVE WS-HRP-SHIP-LINE TO HISTRPT-LINE
               WRITE HISTRPT-LINE
               MOVE SPACES TO WS-HRP-SHIP-LINE
               MOVE 9 TO WS-HRP-SHIP-PTR
           END-IF
           STRING WS-HRP-MBR-SHIP-DATE(WS-HRP-MBR-I WS-HRP-SHIP-I)
                      DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  INTO WS-HRP-SHIP-LINE
                  WITH POINTER WS-HRP-SHIP-PTR
           END-STRING
           ADD 1 TO WS-HRP-SHIP-I
           GO TO HRP-WRITE-DATES-LOOP.
       HRP-WRITE-DATES-LOOP-EXIT.
           EXIT.

      *============================================================
      * DICT-MAINTENANCE - RUNMODE=DICTMAINT.  THE DICTIONARY FILE
      * ITSELF IS THE SUBJECT OF THE RUN: EVERY ENTRY IS REPORTED
      * WITH ITS KIND AND A COUNT OF HOW MANY MEMBERS OF THE LAST
      * BATCH (THE MANIFEST'S CROSSREF REPORTS) ACTUALLY USED IT,
      * A SECOND DICTIONARY NAMED BY DICTMERGE= IS FOLDED IN WITH
      * OUR ASSIGNMENT WINNING ANY CONFLICT, EVERY PAIR OF OLD
      * NAMES MAPPED TO THE SAME GENERATED NAME IS FLAGGED - THAT
      * COLLISION WOULD SILENTLY CORRUPT A DEOBF TRANSLATION - AND
      * DICTPURGE=Y DROPS THE ENTRIES NO MEMBER OF THE MANIFEST
      * REFERENCES.  NO SOURCE MEMBER IS TOUCHED IN THIS MODE.
      *============================================================
       DICT-MAINTENANCE.
           IF NOT WS-DICT-ENABLED
               DISPLAY 'COBOLCMP: RUNMODE=DICTMAINT REQUIRES DICTFILE='
                   ' - NOTHING TO MAINTAIN'
               GO TO DICT-MAINTENANCE-EXIT
           END-IF
           OPEN OUTPUT DICTRPT-FILE
           IF WS-DICTRPT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-DICTRPT-PATH
                   ' - STATUS ' WS-DICTRPT-STATUS
                   ' - MAINTENANCE SKIPPED'
               GO TO DICT-MAINTENANCE-EXIT
           END-IF
           MOVE SPACES TO DICTRPT-LINE
           STRING 'DICTIONARY MAINTENANCE FOR ' DELIMITED BY SIZE
                  WS-DICT-PATH DELIMITED BY SPACE
                  INTO DICTRPT-LINE
           END-STRING
           WRITE DICTRPT-LINE
           IF WS-CFG-DICT-MERGE-WANTED
               PERFORM DMT-MERGE-DICTIONARY
                   THRU DMT-MERGE-DICTIONARY-EXIT
           END-IF
           PERFORM DMT-TALLY-USAGE THRU DMT-TALLY-USAGE-EXIT
           PERFORM DMT-AUDIT-COLLISIONS
               THRU DMT-AUDIT-COLLISIONS-EXIT
           IF WS-CFG-DICTPURGE
               IF WS-DMT-USAGE-VALID
                   PERFORM DMT-PURGE-ENTRIES
                       THRU DMT-PURGE-ENTRIES-EXIT
               ELSE
                   MOVE 'PURGE SKIPPED - NO READABLE MANIFEST'
                       TO DICTRPT-LINE
                   WRITE DICTRPT-LINE
                   DISPLAY 'COBOLCMP: DICTPURGE=Y NEEDS A MANIFEST '
                       'NAMING THE MEMBERS STILL IN USE - NOT PURGED'
               END-IF
           END-IF
           PERFORM DMT-LIST-ENTRIES THRU DMT-LIST-ENTRIES-EXIT
           MOVE WS-DICT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DMT-COLLISION-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-DMT-PURGED-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO DICTRPT-LINE
           STRING 'TOTAL ENTRIES=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' COLLISIONS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' PURGED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO DICTRPT-LINE
           END-STRING
           WRITE DICTRPT-LINE
           CLOSE DICTRPT-FILE
           DISPLAY 'COBOLCMP: DICTIONARY MAINTENANCE DONE - SEE '
               WS-DICTRPT-PATH
           IF WS-DMT-COLLISION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       DICT-MAINTENANCE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DMT-MERGE-DICTIONARY - FOLDS THE DICTMERGE= FILE INTO THE
      * LOADED TABLE.  AN OLD NAME AND KIND ALREADY ON FILE KEEPS
      * OUR GENERATED NAME - THE CROSSREFS ALREADY SHIPPED AGAINST
      * IT - AND THE DROPPED ASSIGNMENT IS REPORTED; A NEW PAIR IS
      * ADDED, AND THE INCOMING TRAILER'S COUNTERS ARE FOLDED IN
      * HIGH-VALUE-WINS SO THE COMBINED FILE NEVER REISSUES A
      * NUMBER EITHER ENGAGEMENT ALREADY USED.  THE DICTIONARY
      * FILE SELECT IS REUSED WITH THE PATH SWAPPED ASIDE.
      *----------------------------------------------------------
       DMT-MERGE-DICTIONARY.
           MOVE WS-DICT-PATH TO WS-DICT-PATH-SAVE
           MOVE WS-CFG-DICT-MERGE-PATH TO WS-DICT-PATH
           OPEN INPUT DICTIONARY-FILE
           IF WS-DICT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-CFG-DICT-MERGE-PATH ' - STATUS ' WS-DICT-STATUS
                   ' - MERGE SKIPPED'
               MOVE 'MERGE SKIPPED - SECOND DICTIONARY UNREADABLE'
                   TO DICTRPT-LINE
               WRITE DICTRPT-LINE
               MOVE WS-DICT-PATH-SAVE TO WS-DICT-PATH
               GO TO DMT-MERGE-DICTIONARY-EXIT
           END-IF
           PERFORM DMT-READ-MERGE-LOOP THRU DMT-READ-MERGE-LOOP-EXIT
           CLOSE DICTIONARY-FILE
           MOVE WS-DICT-PATH-SAVE TO WS-DICT-PATH
           MOVE WS-DMT-MERGED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DMT-CONFLICT-COUNT TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO DICTRPT-LINE
           STRING 'MERGED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' CONFLICTS-KEPT-OURS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-CFG-DICT-MERGE-PATH DELIMITED BY SPACE
                  INTO DICTRPT-LINE
           END-STRING
           WRITE DICTRPT-LINE.
       DMT-MERGE-DICTIONARY-EXIT.
           EXIT.

       DMT-READ-MERGE-LOOP.
           READ DICTIONARY-FILE
               AT END
                   GO TO DMT-READ-MERGE-LOOP-EXIT
           NOT AT END
               IF DICTIONARY-LINE NOT = SPACES
                   PERFORM DMT-PARSE-MERGE-RECORD
                       THRU DMT-PARSE-MERGE-RECORD-EXIT
               END-IF
           END-READ
           GO TO DMT-READ-MERGE-LOOP.
       DMT-READ-MERGE-LOOP-EXIT.
           EXIT.

       DMT-PARSE-MERGE-RECORD.
           MOVE DICTIONARY-LINE TO WS-DICT-RECORD
           IF WS-DICT-REC-KIND = '#'
               MOVE DICTIONARY-LINE TO WS-DICT-TRAILER
               PERFORM APPLY-DICT-TRAILER-COUNTERS
                   THRU APPLY-DICT-TRAILER-COUNTERS-EXIT
               MOVE 'Y' TO WS-DICT-CHANGED-SW
               GO TO DMT-PARSE-MERGE-RECORD-EXIT
           END-IF
           IF WS-DICT-REC-OLD = SPACES
           OR WS-DICT-REC-NEW = SPACES
               GO TO DMT-PARSE-MERGE-RECORD-EXIT
           END-IF
           MOVE WS-DICT-REC-OLD TO WS-FIELD-NAME
           MOVE WS-DICT-REC-KIND TO WS-DICT-LOOKUP-KIND
           PERFORM LOOKUP-DICTIONARY THRU LOOKUP-DICTIONARY-EXIT
           IF WS-FOUND
               IF WS-DICT-NEW-NAME(WS-DICT-IDX) NOT = WS-DICT-REC-NEW
                   ADD 1 TO WS-DMT-CONFLICT-COUNT
                   MOVE SPACES TO DICTRPT-LINE
                   STRING 'MERGE CONFLICT ' DELIMITED BY SIZE
                          WS-DICT-REC-OLD DELIMITED BY SPACE
                          ' KEPT ' DELIMITED BY SIZE
                          WS-DICT-NEW-NAME(WS-DICT-IDX)
                              DELIMITED BY SPACE
                          ' DROPPED ' DELIMITED BY SIZE
                          WS-DICT-REC-NEW DELIMITED BY SPACE
                          INTO DICTRPT-LINE
                   END-STRING
                   WRITE DICTRPT-LINE
               END-IF
           ELSE
               MOVE WS-DICT-REC-NEW TO WS-NEW-VAR-NAME
               PERFORM ADD-DICTIONARY-ENTRY
                   THRU ADD-DICTIONARY-ENTRY-EXIT
               ADD 1 TO WS-DMT-MERGED-COUNT
           END-IF.
       DMT-PARSE-MERGE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DMT-TALLY-USAGE - WALKS THE MANIFEST AND, FOR EACH MEMBER,
      * ITS CROSSREF REPORT FROM THE LAST BATCH; EVERY OLD-NAME/
      * GENERATED-NAME PAIR FOUND THERE BUMPS THE USE COUNT OF THE
      * MATCHING DICTIONARY ENTRY.  A CROSSREF LISTS EACH SYMBOL
      * ONCE, SO THE COUNT READS AS THE NUMBER OF MEMBERS STILL
      * CARRYING THE NAME.
      *----------------------------------------------------------
       DMT-TALLY-USAGE.
           MOVE 'N' TO WS-DMT-USAGE-SW
           MOVE 1 TO WS-DMT-I
           PERFORM DMT-ZERO-USE-LOOP THRU DMT-ZERO-USE-LOOP-EXIT
           MOVE 'N' TO WS-MANIFEST-EOF
           MOVE WS-VEN-DFLT-CODE TO WS-VEN-MAN-CODE
           MOVE 'N' TO WS-VEN-MAN-BAD-SW
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'USAGE NOT TALLIED - NO READABLE MANIFEST'
                   TO DICTRPT-LINE
               WRITE DICTRPT-LINE
               GO TO DMT-TALLY-USAGE-EXIT
           END-IF
           MOVE 'Y' TO WS-DMT-USAGE-SW
           PERFORM DMT-MANIFEST-LOOP THRU DMT-MANIFEST-LOOP-EXIT
           CLOSE MANIFEST-FILE.
       DMT-TALLY-USAGE-EXIT.
           EXIT.

       DMT-ZERO-USE-LOOP.
           IF WS-DMT-I > 20000
               GO TO DMT-ZERO-USE-LOOP-EXIT
           END-IF
           MOVE 0 TO WS-DICT-USE-COUNT(WS-DMT-I)
           ADD 1 TO WS-DMT-I
           GO TO DMT-ZERO-USE-LOOP.
       DMT-ZERO-USE-LOOP-EXIT.
           EXIT.

       DMT-MANIFEST-LOOP.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-MANIFEST-EOF
                   GO TO DMT-MANIFEST-LOOP-EXIT
           NOT AT END
               IF MANIFEST-RECORD NOT = SPACES
                   PERFORM DMT-MANIFEST-ENTRY
                       THRU DMT-MANIFEST-ENTRY-EXIT
               END-IF
           END-READ
           GO TO DMT-MANIFEST-LOOP.
       DMT-MANIFEST-LOOP-EXIT.
           EXIT.

      *    ONLY ENTRIES SHIPPED UNDER THE VENDOR WHOSE DICTIONARY IS
      *    BEING MAINTAINED COUNT TOWARD ITS USAGE.
       DMT-MANIFEST-ENTRY.
           IF MANIFEST-RECORD(1:7) = 'VENDOR='
               PERFORM SET-MANIFEST-VENDOR THRU SET-MANIFEST-VENDOR-EXIT
               GO TO DMT-MANIFEST-ENTRY-EXIT
           END-IF
           PERFORM SPLIT-MANIFEST-RECORD
           PERFORM RESOLVE-ENTRY-VENDOR THRU RESOLVE-ENTRY-VENDOR-EXIT
           IF WS-VEN-BAD OR WS-VEN-ENTRY-CODE NOT = WS-VEN-CODE
               GO TO DMT-MANIFEST-ENTRY-EXIT
           END-IF
           PERFORM DMT-TALLY-ONE-CROSSREF
               THRU DMT-TALLY-ONE-CROSSREF-EXIT.
       DMT-MANIFEST-ENTRY-EXIT.
           EXIT.

       DMT-TALLY-ONE-CROSSREF.
           PERFORM FIND-BASENAME
           MOVE SPACES TO WS-CROSSREF-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_crossref_report.txt" DELIMITED BY SIZE
                   INTO WS-CROSSREF-PATH
           END-STRING
           OPEN INPUT CROSSREF-FILE
           IF WS-CROSSREF-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: NO CROSSREF FOR ' WS-INPUT-PATH(1:40)
                   ' - MEMBER NOT COUNTED IN USAGE'
               GO TO DMT-TALLY-ONE-CROSSREF-EXIT
           END-IF
           PERFORM DMT-CROSSREF-LOOP THRU DMT-CROSSREF-LOOP-EXIT
           CLOSE CROSSREF-FILE.
       DMT-TALLY-ONE-CROSSREF-EXIT.
           EXIT.

       DMT-CROSSREF-LOOP.
           READ CROSSREF-FILE
               AT END
                   GO TO DMT-CROSSREF-LOOP-EXIT
           NOT AT END
               IF CROSSREF-LINE NOT = SPACES
                   MOVE SPACES TO WS-FIELD-NAME WS-NEW-VAR-NAME
                   UNSTRING CROSSREF-LINE DELIMITED BY ALL SPACE
                       INTO WS-FIELD-NAME WS-NEW-VAR-NAME
                   END-UNSTRING
                   IF WS-FIELD-NAME NOT = 'ORIGINAL-NAME'
                   AND WS-FIELD-NAME NOT = 'SEQ'
                   AND WS-FIELD-NAME NOT = SPACES
                   AND WS-NEW-VAR-NAME NOT = SPACES
                       PERFORM DMT-COUNT-CROSSREF-HIT
                           THRU DMT-COUNT-CROSSREF-HIT-EXIT
                   END-IF
               END-IF
           END-READ
           GO TO DMT-CROSSREF-LOOP.
       DMT-CROSSREF-LOOP-EXIT.
           EXIT.

       DMT-COUNT-CROSSREF-HIT.
           MOVE 1 TO WS-DMT-I.
       DMT-COUNT-CROSSREF-HIT-LOOP.
           IF WS-DMT-I > WS-DICT-COUNT
               GO TO DMT-COUNT-CROSSREF-HIT-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-DICT-OLD-NAME(WS-DMT-I)
           AND WS-NEW-VAR-NAME = WS-DICT-NEW-NAME(WS-DMT-I)
               ADD 1 TO WS-DICT-USE-COUNT(WS-DMT-I)
               GO TO DMT-COUNT-CROSSREF-HIT-EXIT
           END-IF
           ADD 1 TO WS-DMT-I
           GO TO DMT-COUNT-CROSSREF-HIT-LOOP.
       DMT-COUNT-CROSSREF-HIT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DMT-AUDIT-COLLISIONS - EVERY PAIR OF ENTRIES SHARING A
      * GENERATED NAME IS REPORTED.  A COLLISION CANNOT COME OUT
      * OF THE COUNTERS - THEY ONLY COUNT UP - SO ONE ON FILE
      * MEANS A HAND EDIT OR A BAD MERGE, AND A DEOBF TRANSLATION
      * THROUGH IT WOULD PICK WHICHEVER OLD NAME IT MET FIRST.
      * THE PAIRWISE SCAN IS QUADRATIC, WHICH AT 20000 ENTRIES IS
      * A COFFEE-LENGTH MAINTENANCE RUN, NOT A SHIPMENT-WINDOW
      * COST.
      *----------------------------------------------------------
       DMT-AUDIT-COLLISIONS.
           MOVE 1 TO WS-DMT-I.
       DMT-AUDIT-OUTER-LOOP.
           IF WS-DMT-I >= WS-DICT-COUNT
               GO TO DMT-AUDIT-COLLISIONS-EXIT
           END-IF
           COMPUTE WS-DMT-J = WS-DMT-I + 1.
       DMT-AUDIT-INNER-LOOP.
           IF WS-DMT-J > WS-DICT-COUNT
               ADD 1 TO WS-DMT-I
               GO TO DMT-AUDIT-OUTER-LOOP
           END-IF
           IF WS-DICT-NEW-NAME(WS-DMT-I) = WS-DICT-NEW-NAME(WS-DMT-J)
               ADD 1 TO WS-DMT-COLLISION-COUNT
               MOVE SPACES TO DICTRPT-LINE
               STRING 'COLLISION ' DELIMITED BY SIZE
                      WS-DICT-NEW-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' MAPS ' DELIMITED BY SIZE
                      WS-DICT-OLD-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' AND ' DELIMITED BY SIZE
                      WS-DICT-OLD-NAME(WS-DMT-J) DELIMITED BY SPACE
                      INTO DICTRPT-LINE
               END-STRING
               WRITE DICTRPT-LINE
           END-IF
           ADD 1 TO WS-DMT-J
           GO TO DMT-AUDIT-INNER-LOOP.
       DMT-AUDIT-COLLISIONS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DMT-PURGE-ENTRIES - CLOSES THE TABLE UP OVER EVERY ENTRY
      * NO MEMBER OF THE MANIFEST REFERENCED, REPORTING EACH ONE
      * DROPPED.  ONLY RUNS WHEN THE USAGE TALLY ACTUALLY RAN - A
      * PURGE AGAINST AN EMPTY TALLY WOULD EMPTY THE DICTIONARY.
      *----------------------------------------------------------
       DMT-PURGE-ENTRIES.
           MOVE 0 TO WS-DMT-J
           MOVE 1 TO WS-DMT-I.
       DMT-PURGE-LOOP.
           IF WS-DMT-I > WS-DICT-COUNT
               GO TO DMT-PURGE-LOOP-DONE
           END-IF
           IF WS-DICT-USE-COUNT(WS-DMT-I) > 0
               ADD 1 TO WS-DMT-J
               MOVE WS-DICT-OLD-NAME(WS-DMT-I)
                   TO WS-DICT-OLD-NAME(WS-DMT-J)
               MOVE WS-DICT-NEW-NAME(WS-DMT-I)
                   TO WS-DICT-NEW-NAME(WS-DMT-J)
               MOVE WS-DICT-KIND(WS-DMT-I) TO WS-DICT-KIND(WS-DMT-J)
               MOVE WS-DICT-USE-COUNT(WS-DMT-I)
                   TO WS-DICT-USE-COUNT(WS-DMT-J)
           ELSE
               ADD 1 TO WS-DMT-PURGED-COUNT
               MOVE SPACES TO DICTRPT-LINE
               STRING 'PURGED ' DELIMITED BY SIZE
                      WS-DICT-KIND(WS-DMT-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-OLD-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-NEW-NAME(WS-DMT-I) DELIMITED BY SPACE
                      INTO DICTRPT-LINE
               END-STRING
               WRITE DICTRPT-LINE
           END-IF
           ADD 1 TO WS-DMT-I
           GO TO DMT-PURGE-LOOP.
       DMT-PURGE-LOOP-DONE.
           IF WS-DMT-PURGED-COUNT > 0
               MOVE WS-DMT-J TO WS-DICT-COUNT
               MOVE 'Y' TO WS-DICT-CHANGED-SW
           END-IF.
       DMT-PURGE-ENTRIES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DMT-LIST-ENTRIES - THE FULL LISTING: KIND, OLD NAME,
      * GENERATED NAME, AND HOW MANY MEMBERS OF THE LAST BATCH
      * USED THE ENTRY (DASH WHEN NO MANIFEST WAS READABLE TO
      * TELL).
      *----------------------------------------------------------
       DMT-LIST-ENTRIES.
           MOVE 1 TO WS-DMT-I.
       DMT-LIST-LOOP.
           IF WS-DMT-I > WS-DICT-COUNT
               GO TO DMT-LIST-ENTRIES-EXIT
           END-IF
           MOVE SPACES TO DICTRPT-LINE
           IF WS-DMT-USAGE-VALID
               MOVE WS-DICT-USE-COUNT(WS-DMT-I) TO WS-DISPLAY-COUNT
               STRING WS-DICT-KIND(WS-DMT-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-OLD-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-NEW-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' USES=' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      INTO DICTRPT-LINE
               END-STRING
           ELSE
               STRING WS-DICT-KIND(WS-DMT-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-OLD-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-DICT-NEW-NAME(WS-DMT-I) DELIMITED BY SPACE
                      ' USES=-' DELIMITED BY SIZE
                      INTO DICTRPT-LINE
               END-STRING
           END-IF
           WRITE DICTRPT-LINE
           ADD 1 TO WS-DMT-I
           GO TO DMT-LIST-LOOP.
       DMT-LIST-ENTRIES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DETERMINE-RUN-MODE.  MANIFEST.DAT, IF IT
      * CAN BE OPENED, SWITCHES COBOLCMP INTO BATCH MODE; OTHERWISE
      * THE PROGRAM FALLS BACK TO THE ORIGINAL SINGLE-MEMBER RUN.
      *----------------------------------------------------------
       DETERMINE-RUN-MODE.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               MOVE 'Y' TO WS-BATCH-MODE-SW
               CLOSE MANIFEST-FILE
           ELSE
               MOVE 'N' TO WS-BATCH-MODE-SW
           END-IF.

      *----------------------------------------------------------
      * PROCESS-MANIFEST-LOOP.  ONE SOURCE PATH PER
      * MANIFEST-RECORD; EACH IS REDACTED INTO ITS OWN OUTPUT
      * MEMBER WITHOUT A SEPARATE INVOCATION OF COBOLCMP.
      *----------------------------------------------------------
       PROCESS-MANIFEST-LOOP.
           IF WS-CFG-RERUN OR WS-CHANGED-MODE
               PERFORM LOAD-PRIOR-BATCH-CONTROL
                   THRU LOAD-PRIOR-BATCH-CONTROL-EXIT
           END-IF
           IF WS-CHANGED-MODE
               PERFORM OPEN-IMPACT-REPORT THRU OPEN-IMPACT-REPORT-EXIT
           END-IF
           OPEN OUTPUT BATCH-CONTROL-FILE
           IF WS-BCTL-STATUS = '00'
               MOVE 'Y' TO WS-BCTL-OPEN-SW
           ELSE
               DISPLAY 'COBOLCMP: UNABLE TO OPEN batchctl.dat - '
                   'STATUS ' WS-BCTL-STATUS
                   ' - BATCH CONTROL REPORT SKIPPED'
           END-IF
           MOVE WS-VEN-DFLT-CODE TO WS-VEN-MAN-CODE
           MOVE 'N' TO WS-VEN-MAN-BAD-SW
           OPEN INPUT MANIFEST-FILE
           PERFORM READ-MANIFEST-LOOP THRU READ-MANIFEST-LOOP-EXIT
           CLOSE MANIFEST-FILE
           IF WS-CHANGED-MODE
               PERFORM CLOSE-IMPACT-REPORT
                   THRU CLOSE-IMPACT-REPORT-EXIT
           END-IF
           IF WS-BCTL-OPEN
               MOVE WS-BATCH-MEMBER-COUNT TO WS-BCTL-TOT-MEMBERS
               MOVE WS-BATCH-CLEAN-COUNT TO WS-BCTL-TOT-CLEAN
               MOVE WS-BATCH-DIRTY-COUNT TO WS-BCTL-TOT-DIRTY
               MOVE WS-BATCH-SKIPPED-COUNT TO WS-BCTL-TOT-SKIPPED
               MOVE SPACES TO BATCH-CONTROL-LINE
               MOVE WS-BCTL-TRAILER TO BATCH-CONTROL-LINE
               WRITE BATCH-CONTROL-LINE
               CLOSE BATCH-CONTROL-FILE
               MOVE 'N' TO WS-BCTL-OPEN-SW
           END-IF.

       READ-MANIFEST-LOOP.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-MANIFEST-EOF
                   GO TO READ-MANIFEST-LOOP-EXIT
           NOT AT END
               IF MANIFEST-RECORD NOT = SPACES
                   PERFORM PROCESS-MANIFEST-ENTRY
                       THRU PROCESS-MANIFEST-ENTRY-EXIT
               END-IF
           END-READ
           GO TO READ-MANIFEST-LOOP.
       READ-MANIFEST-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCESS-MANIFEST-ENTRY - ONE NON-BLANK MANIFEST LINE.  A
      * VENDOR= LINE SETS THE VENDOR FOR THE ENTRIES BELOW IT;
      * ANY OTHER LINE IS A MEMBER, RUN IN ITS VENDOR'S NAME
      * SPACE OR REFUSED WHEN ITS VENDOR CANNOT BE SETTLED.
      *----------------------------------------------------------
       PROCESS-MANIFEST-ENTRY.
           IF MANIFEST-RECORD(1:7) = 'VENDOR='
               PERFORM SET-MANIFEST-VENDOR THRU SET-MANIFEST-VENDOR-EXIT
               GO TO PROCESS-MANIFEST-ENTRY-EXIT
           END-IF
           PERFORM SPLIT-MANIFEST-RECORD
           PERFORM RESOLVE-ENTRY-VENDOR THRU RESOLVE-ENTRY-VENDOR-EXIT
           IF WS-VEN-BAD
               PERFORM REFUSE-MEMBER-VENDOR
               GO TO PROCESS-MANIFEST-ENTRY-EXIT
           END-IF
           MOVE WS-VEN-ENTRY-CODE TO WS-VEN-NEXT-CODE
           PERFORM SWITCH-VENDOR THRU SWITCH-VENDOR-EXIT
           PERFORM FIND-PRIOR-OUTCOME
               THRU FIND-PRIOR-OUTCOME-EXIT
           IF WS-PRV-FOUND-NO > 0 AND NOT WS-CHANGED-MODE
               PERFORM CARRY-PRIOR-OUTCOME
                   THRU CARRY-PRIOR-OUTCOME-EXIT
           ELSE
               PERFORM SAVE-MEMBER-OPTIONS
               PERFORM SET-MEMBER-TYPE
                   THRU SET-MEMBER-TYPE-EXIT
               IF WS-MBR-OPTIONS NOT = SPACES
                   PERFORM APPLY-MEMBER-OPTIONS
                       THRU APPLY-MEMBER-OPTIONS-EXIT
               END-IF
               PERFORM APPLY-MEMBER-TYPE-RULES
               PERFORM DERIVE-MEMBER-PATHS
               MOVE 'Y' TO WS-CHG-SELECT-SW
               IF WS-CHANGED-MODE
                   PERFORM SELECT-CHANGED-MEMBER
                       THRU SELECT-CHANGED-MEMBER-EXIT
               END-IF
               IF WS-CHG-SELECTED
                   PERFORM PROCESS-ONE-MEMBER
                       THRU PROCESS-ONE-MEMBER-EXIT
                   PERFORM RECORD-MEMBER-OUTCOME
                       THRU RECORD-MEMBER-OUTCOME-EXIT
               ELSE
                   PERFORM CARRY-PRIOR-OUTCOME
                       THRU CARRY-PRIOR-OUTCOME-EXIT
               END-IF
               PERFORM RESTORE-MEMBER-OPTIONS
           END-IF.
       PROCESS-MANIFEST-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SPLIT-MANIFEST-RECORD - FIRST TOKEN IS THE MEMBER PATH,
      * EVERYTHING AFTER IT IS THE PER-MEMBER OPTION STRING.  AN
      * ENTRY WITH NO OPTIONS LEAVES WS-MBR-OPTIONS BLANK AND THE
      * CONFIG.DAT SETTINGS STAND.
      *----------------------------------------------------------
       SPLIT-MANIFEST-RECORD.
           MOVE SPACES TO WS-INPUT-PATH WS-MBR-OPTIONS
           MOVE 1 TO WS-MBR-OPT-PTR
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO WS-INPUT-PATH
               WITH POINTER WS-MBR-OPT-PTR
           END-UNSTRING
           IF WS-MBR-OPT-PTR < 81
               COMPUTE WS-K = 81 - WS-MBR-OPT-PTR
               MOVE MANIFEST-RECORD(WS-MBR-OPT-PTR:WS-K)
                   TO WS-MBR-OPTIONS
           END-IF.

      *----------------------------------------------------------
      * SET-MEMBER-TYPE - A MEMBER IS A PROGRAM UNLESS ITS PATH
      * ENDS IN .jcl (A JOB STREAM) OR .prc/.proc (A CATALOGED
      * PROCEDURE), IN EITHER CASE.  TYPE= ON THE ENTRY OVERRIDES.
      *----------------------------------------------------------
       SET-MEMBER-TYPE.
           MOVE 'C' TO WS-MBR-TYPE-SW
           PERFORM FIND-BASENAME
           IF WS-DOT-POS = 0 OR WS-DOT-POS > 75
               GO TO SET-MEMBER-TYPE-EXIT
           END-IF
           MOVE SPACES TO WS-TMP
           MOVE WS-INPUT-PATH(WS-DOT-POS:6) TO WS-TMP
           INSPECT WS-TMP CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-TMP(1:6)
               WHEN '.JCL  '
                   MOVE 'J' TO WS-MBR-TYPE-SW
               WHEN '.PRC  '
               WHEN '.PROC '
                   MOVE 'P' TO WS-MBR-TYPE-SW
           END-EVALUATE.
       SET-MEMBER-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APPLY-MEMBER-TYPE-RULES - A JCL STATEMENT IS NOT A COBOL
      * LINE.  THERE IS NO SEQUENCE AREA OR INDICATOR COLUMN TO
      * HONOR, NO COPY STATEMENT TO EXPAND, AND NOTHING MAY RUN
      * PAST COLUMN 71 - 72 IS THE CONTINUATION COLUMN AND 73-80
      * ARE LEFT AS THEY CAME - SO THE PROGRAM-ORIENTED SETTINGS
      * ARE SET ASIDE FOR THE MEMBER WHATEVER CONFIG.DAT OR THE
      * ENTRY ASKED FOR.  THE SAVED SETTINGS COME BACK WITH THE
      * REST WHEN THE MEMBER IS DONE.
      *----------------------------------------------------------
       APPLY-MEMBER-TYPE-RULES.
           EVALUATE TRUE
               WHEN WS-MBR-JCL
                   MOVE '.jcl' TO WS-MBR-EXT
               WHEN WS-MBR-PROC
                   MOVE '.prc' TO WS-MBR-EXT
               WHEN OTHER
                   MOVE '.cob' TO WS-MBR-EXT
           END-EVALUATE
           IF WS-JCL-MEMBER
               MOVE 'N' TO WS-CFG-FIXED-SW WS-CFG-COPYMODE-SW
                           WS-CFG-SEQRENUM-SW
               MOVE 71 TO WS-RIGHT-MARGIN
           END-IF.

       SAVE-MEMBER-OPTIONS.
           MOVE WS-CFG-FIXED-SW TO WS-CFG-FIXED-SW-SAVE
           MOVE WS-CFG-COPYMODE-SW TO WS-CFG-COPYMODE-SW-SAVE
           MOVE WS-CFG-COMMENT-MODE TO WS-CFG-COMMENT-MODE-SAVE
           MOVE WS-CFG-LITREDACT-SW TO WS-CFG-LITREDACT-SW-SAVE
           MOVE WS-CFG-SEQRENUM-SW TO WS-CFG-SEQRENUM-SW-SAVE
           MOVE WS-RIGHT-MARGIN TO WS-RIGHT-MARGIN-SAVE.

       RESTORE-MEMBER-OPTIONS.
           MOVE WS-CFG-FIXED-SW-SAVE TO WS-CFG-FIXED-SW
           MOVE WS-CFG-COPYMODE-SW-SAVE TO WS-CFG-COPYMODE-SW
           MOVE WS-CFG-COMMENT-MODE-SAVE TO WS-CFG-COMMENT-MODE
           MOVE WS-CFG-LITREDACT-SW-SAVE TO WS-CFG-LITREDACT-SW
           MOVE WS-CFG-SEQRENUM-SW-SAVE TO WS-CFG-SEQRENUM-SW
           MOVE WS-RIGHT-MARGIN-SAVE TO WS-RIGHT-MARGIN
           MOVE 'C' TO WS-MBR-TYPE-SW
           MOVE '.cob' TO WS-MBR-EXT.

       APPLY-MEMBER-OPTIONS.
           MOVE 1 TO WS-MBR-OPT-PTR.
       APPLY-MEMBER-OPTIONS-LOOP.
           IF WS-MBR-OPT-PTR > 80
               GO TO APPLY-MEMBER-OPTIONS-EXIT
           END-IF
           MOVE SPACES TO WS-MBR-OPT-TOKEN
           UNSTRING WS-MBR-OPTIONS DELIMITED BY ALL SPACE
               INTO WS-MBR-OPT-TOKEN
               WITH POINTER WS-MBR-OPT-PTR
           END-UNSTRING
           IF WS-MBR-OPT-TOKEN = SPACES
               GO TO APPLY-MEMBER-OPTIONS-LOOP
           END-IF
           PERFORM APPLY-ONE-MEMBER-OPTION
               THRU APPLY-ONE-MEMBER-OPTION-EXIT
           GO TO APPLY-MEMBER-OPTIONS-LOOP.
       APPLY-MEMBER-OPTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APPLY-ONE-MEMBER-OPTION - THE SAME KEYS AND VALUES AS
      * CONFIG.DAT, APPLIED TO ONE MEMBER.  AN OPTION THE ENTRY
      * MISSPELLS IS REPORTED AND IGNORED RATHER THAN SILENTLY
      * SHIPPING THE MEMBER UNDER THE WRONG POLICY.
      *----------------------------------------------------------
       APPLY-ONE-MEMBER-OPTION.
           MOVE SPACES TO WS-MBR-OPT-KEY WS-MBR-OPT-VALUE
           UNSTRING WS-MBR-OPT-TOKEN DELIMITED BY '='
               INTO WS-MBR-OPT-KEY WS-MBR-OPT-VALUE
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-MBR-OPT-KEY = 'FORMAT'
                   IF WS-MBR-OPT-VALUE(1:5) = 'FIXED'
                       MOVE 'Y' TO WS-CFG-FIXED-SW
                       MOVE 72 TO WS-RIGHT-MARGIN
                   ELSE
                       MOVE 'N' TO WS-CFG-FIXED-SW
                       MOVE 80 TO WS-RIGHT-MARGIN
                   END-IF
               WHEN WS-MBR-OPT-KEY = 'COPYMODE'
                   IF WS-MBR-OPT-VALUE(1:4) = 'KEEP'
                       IF WS-DICT-ENABLED
                           MOVE 'Y' TO WS-CFG-COPYMODE-SW
                       ELSE
                           DISPLAY 'COBOLCMP: COPYMODE=KEEP ON '
                               WS-INPUT-PATH(1:40)
                               ' REQUIRES DICTFILE= - EXPANDED INLINE'
                           MOVE 'N' TO WS-CFG-COPYMODE-SW
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CFG-COPYMODE-SW
                   END-IF
               WHEN WS-MBR-OPT-KEY = 'COMMENTS'
                   EVALUATE TRUE
                       WHEN WS-MBR-OPT-VALUE(1:5) = 'BLANK'
                           MOVE 'B' TO WS-CFG-COMMENT-MODE
                       WHEN WS-MBR-OPT-VALUE(1:4) = 'MARK'
                           MOVE 'M' TO WS-CFG-COMMENT-MODE
                       WHEN OTHER
                           MOVE 'P' TO WS-CFG-COMMENT-MODE
                   END-EVALUATE
               WHEN WS-MBR-OPT-KEY = 'LITREDACT'
                   IF WS-MBR-OPT-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CFG-LITREDACT-SW
                   ELSE
                       MOVE 'N' TO WS-CFG-LITREDACT-SW
                   END-IF
               WHEN WS-MBR-OPT-KEY = 'SEQRENUM'
                   IF WS-MBR-OPT-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CFG-SEQRENUM-SW
                   ELSE
                       MOVE 'N' TO WS-CFG-SEQRENUM-SW
                   END-IF
      *        VENDOR= IS SETTLED AS THE ENTRY IS READ, BEFORE
      *        ANY OTHER OPTION APPLIES.
               WHEN WS-MBR-OPT-KEY = 'VENDOR'
                   CONTINUE
               WHEN WS-MBR-OPT-KEY = 'TYPE'
                   EVALUATE TRUE
                       WHEN WS-MBR-OPT-VALUE(1:3) = 'JCL'
                           MOVE 'J' TO WS-MBR-TYPE-SW
                       WHEN WS-MBR-OPT-VALUE(1:4) = 'PROC'
                           MOVE 'P' TO WS-MBR-TYPE-SW
                       WHEN WS-MBR-OPT-VALUE(1:5) = 'COBOL'
                           MOVE 'C' TO WS-MBR-TYPE-SW
                       WHEN OTHER
                           DISPLAY 'COBOLCMP: UNKNOWN MEMBER TYPE '
                               WS-MBR-OPT-TOKEN ' ON '
                               WS-INPUT-PATH(1:40) ' - IGNORED'
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'COBOLCMP: UNKNOWN MANIFEST OPTION '
                       WS-MBR-OPT-TOKEN ' ON ' WS-INPUT-PATH(1:40)
                       ' - IGNORED'
           END-EVALUATE.
       APPLY-ONE-MEMBER-OPTION-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOAD-PRIOR-BATCH-CONTROL - RERUN=Y.  READS THE BATCHCTL.DAT
      * THE PREVIOUS RUN LEFT BEHIND INTO WS-PRV-TABLE BEFORE THE
      * NEW ONE IS OPENED OVER IT.  ONLY CLEAN RECORDS ARE KEPT -
      * A SKIPPED OR DIRTY MEMBER IS EXACTLY THE ONE A RERUN IS
      * FOR, AND A MEMBER WITH NO RECORD AT ALL WAS NEVER REACHED.
      * WHEN THE FILE CANNOT BE READ THE RERUN DEGRADES TO A FULL
      * RUN, WHICH IS SLOW BUT NEVER WRONG.
      *----------------------------------------------------------
       LOAD-PRIOR-BATCH-CONTROL.
           MOVE 0 TO WS-PRV-COUNT
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-STATUS NOT = '00'
               IF WS-CHANGED-MODE
                   DISPLAY 'COBOLCMP: RUNMODE=CHANGED BUT NO READABLE '
                       'batchctl.dat - STATUS ' WS-BCTL-STATUS
                       ' - EVERY MEMBER WILL RUN'
               ELSE
                   DISPLAY 'COBOLCMP: RERUN=Y BUT NO READABLE '
                       'batchctl.dat - STATUS ' WS-BCTL-STATUS
                       ' - FULL RUN INSTEAD'
               END-IF
               MOVE 'N' TO WS-CFG-RERUN-SW
               GO TO LOAD-PRIOR-BATCH-CONTROL-EXIT
           END-IF
           PERFORM READ-PRIOR-BCTL-LOOP THRU READ-PRIOR-BCTL-LOOP-EXIT
           CLOSE BATCH-CONTROL-FILE.
       LOAD-PRIOR-BATCH-CONTROL-EXIT.
           EXIT.

       READ-PRIOR-BCTL-LOOP.
           READ BATCH-CONTROL-FILE
               AT END
                   GO TO READ-PRIOR-BCTL-LOOP-EXIT
           NOT AT END
               IF BATCH-CONTROL-LINE NOT = SPACES
                   MOVE BATCH-CONTROL-LINE TO WS-BCTL-RECORD
                   IF WS-BCTL-PATH(1:8) NOT = 'TRAILER '
                   AND WS-BCTL-MEMBER-STATUS = 'CLEAN   '
                       PERFORM FILE-PRIOR-BCTL-RECORD
                   END-IF
               END-IF
           END-READ
           GO TO READ-PRIOR-BCTL-LOOP.
       READ-PRIOR-BCTL-LOOP-EXIT.
           EXIT.

       FILE-PRIOR-BCTL-RECORD.
           IF WS-PRV-COUNT < 1000
               ADD 1 TO WS-PRV-COUNT
               SET WS-PRV-IDX TO WS-PRV-COUNT
               MOVE WS-BCTL-PATH TO WS-PRV-PATH(WS-PRV-IDX)
               MOVE WS-BCTL-MEMBER-STATUS
                   TO WS-PRV-MEMBER-STATUS(WS-PRV-IDX)
               MOVE WS-BCTL-REASON TO WS-PRV-REASON(WS-PRV-IDX)
               MOVE WS-BCTL-LINES TO WS-PRV-LINES(WS-PRV-IDX)
               MOVE WS-BCTL-RENAMED TO WS-PRV-RENAMED(WS-PRV-IDX)
               MOVE WS-BCTL-VENDOR TO WS-PRV-VENDOR(WS-PRV-IDX)
               MOVE 0 TO WS-PRV-VND-NEW(WS-PRV-IDX)
                         WS-PRV-VND-UNKNOWN(WS-PRV-IDX)
                         WS-PRV-VND-CLASH(WS-PRV-IDX)
               IF WS-BCTL-VND-NEW NUMERIC
               AND WS-BCTL-VND-UNKNOWN NUMERIC
               AND WS-BCTL-VND-CLASH NUMERIC
                   MOVE WS-BCTL-VND-NEW TO WS-PRV-VND-NEW(WS-PRV-IDX)
                   MOVE WS-BCTL-VND-UNKNOWN
                       TO WS-PRV-VND-UNKNOWN(WS-PRV-IDX)
                   MOVE WS-BCTL-VND-CLASH
                       TO WS-PRV-VND-CLASH(WS-PRV-IDX)
               END-IF
           ELSE
               DISPLAY 'COBOLCMP: PRIOR BATCH TABLE FULL AT 1000 '
                   'ENTRIES - FURTHER CLEAN MEMBERS WILL RERUN'
           END-IF.

      *----------------------------------------------------------
      * FIND-PRIOR-OUTCOME - LEAVES THE PRIOR-RUN TABLE ENTRY
      * NUMBER FOR THE CURRENT MANIFEST PATH IN WS-PRV-FOUND-NO,
      * OR ZERO WHEN THE MEMBER HAS TO BE PROCESSED - RERUN OFF,
      * NO PRIOR RECORD, OR THE PRIOR RECORD WAS NOT CLEAN.
      *----------------------------------------------------------
       FIND-PRIOR-OUTCOME.
           MOVE 0 TO WS-PRV-FOUND-NO
           IF (NOT WS-CFG-RERUN AND NOT WS-CHANGED-MODE)
           OR WS-PRV-COUNT = 0
               GO TO FIND-PRIOR-OUTCOME-EXIT
           END-IF
           SET WS-PRV-IDX TO 1
           PERFORM FIND-PRIOR-OUTCOME-LOOP
               THRU FIND-PRIOR-OUTCOME-LOOP-EXIT.
       FIND-PRIOR-OUTCOME-EXIT.
           EXIT.

       FIND-PRIOR-OUTCOME-LOOP.
           IF WS-PRV-IDX > WS-PRV-COUNT
               GO TO FIND-PRIOR-OUTCOME-LOOP-EXIT
           END-IF
           IF WS-INPUT-PATH(1:40) = WS-PRV-PATH(WS-PRV-IDX)
           AND WS-VEN-ENTRY-CODE = WS-PRV-VENDOR(WS-PRV-IDX)
               SET WS-PRV-FOUND-NO TO WS-PRV-IDX
               GO TO FIND-PRIOR-OUTCOME-LOOP-EXIT
           END-IF
           SET WS-PRV-IDX UP BY 1
           GO TO FIND-PRIOR-OUTCOME-LOOP.
       FIND-PRIOR-OUTCOME-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARRY-PRIOR-OUTCOME - WRITES THE PRIOR RUN'S CLEAN RECORD
      * INTO THE MERGED BATCHCTL.DAT UNCHANGED AND TALLIES IT, SO
      * THE NEW CONTROL FILE AND RETURN CODE STILL COVER THE WHOLE
      * BATCH WHILE THE MEMBER'S OUTPUTS ARE LEFT EXACTLY AS THE
      * PREVIOUS RUN WROTE THEM.  THE RECORD IS FLAGGED CARRIED,
      * C OR R BY RUN MODE, FOR STAGING AND THE HISTORY LEDGER.
      *----------------------------------------------------------
       CARRY-PRIOR-OUTCOME.
           SET WS-PRV-IDX TO WS-PRV-FOUND-NO
           ADD 1 TO WS-BATCH-MEMBER-COUNT
           ADD 1 TO WS-BATCH-CLEAN-COUNT
           MOVE SPACES TO WS-BCTL-RECORD
           MOVE WS-PRV-PATH(WS-PRV-IDX) TO WS-BCTL-PATH
           MOVE WS-PRV-MEMBER-STATUS(WS-PRV-IDX)
               TO WS-BCTL-MEMBER-STATUS
           MOVE WS-PRV-REASON(WS-PRV-IDX) TO WS-BCTL-REASON
           MOVE WS-PRV-LINES(WS-PRV-IDX) TO WS-BCTL-LINES
           MOVE WS-PRV-RENAMED(WS-PRV-IDX) TO WS-BCTL-RENAMED
           MOVE WS-PRV-VND-NEW(WS-PRV-IDX) TO WS-BCTL-VND-NEW
           MOVE WS-PRV-VND-UNKNOWN(WS-PRV-IDX) TO WS-BCTL-VND-UNKNOWN
           MOVE WS-PRV-VND-CLASH(WS-PRV-IDX) TO WS-BCTL-VND-CLASH
           MOVE WS-PRV-VENDOR(WS-PRV-IDX) TO WS-BCTL-VENDOR
           IF WS-CHANGED-MODE
               MOVE 'C' TO WS-BCTL-CARRIED
           ELSE
               MOVE 'R' TO WS-BCTL-CARRIED
           END-IF
           IF WS-BCTL-OPEN
               MOVE SPACES TO BATCH-CONTROL-LINE
               MOVE WS-BCTL-RECORD TO BATCH-CONTROL-LINE
               WRITE BATCH-CONTROL-LINE
           END-IF
           IF WS-CHANGED-MODE
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' UNCHANGED SINCE LAST SHIPMENT - CARRIED FORWARD'
           ELSE
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' CLEAN ON PRIOR RUN - CARRIED FORWARD'
           END-IF.
       CARRY-PRIOR-OUTCOME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DERIVE-MEMBER-PATHS.  BUILDS THE OUTPUT,
      * CROSSREF, AND CHECKPOINT FILE NAMES FOR ONE MANIFEST ENTRY
      * FROM ITS SOURCE PATH, E.G. "src/payroll.cob" BECOMES
      * "src/payroll_obfuscated_output.cob" AND SO ON.
      *----------------------------------------------------------
       DERIVE-MEMBER-PATHS.
           PERFORM FIND-BASENAME
           MOVE SPACES TO WS-OUTPUT-PATH
           IF WS-DEOBF-MODE
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_deobfuscated_output" DELIMITED BY SIZE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-OUTPUT-PATH
               END-STRING
           ELSE
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_obfuscated_output" DELIMITED BY SIZE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-OUTPUT-PATH
               END-STRING
           END-IF
           MOVE SPACES TO WS-CROSSREF-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_crossref_report.txt" DELIMITED BY SIZE
                   INTO WS-CROSSREF-PATH
           END-STRING
           MOVE SPACES TO WS-EXCEPT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_exceptions_report.txt" DELIMITED BY SIZE
                   INTO WS-EXCEPT-PATH
           END-STRING
           MOVE SPACES TO WS-CHECKPT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_checkpoint.dat" DELIMITED BY SIZE
                   INTO WS-CHECKPT-PATH
           END-STRING
           MOVE SPACES TO WS-PREIMAGE-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_preimage.dat" DELIMITED BY SIZE
                   INTO WS-PREIMAGE-PATH
           END-STRING
           MOVE SPACES TO WS-RTRIP-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_roundtrip_report.txt" DELIMITED BY SIZE
                   INTO WS-RTRIP-PATH
           END-STRING
           MOVE SPACES TO WS-SPILL-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_spill.dat" DELIMITED BY SIZE
                   INTO WS-SPILL-PATH
           END-STRING
           MOVE SPACES TO WS-SHIPPED-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_shipped.dat" DELIMITED BY SIZE
                   INTO WS-SHIPPED-PATH
           END-STRING
           MOVE SPACES TO WS-WHEREUSED-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-SOURCE-BASENAME DELIMITED BY SPACE
                   "_whereused_report.txt" DELIMITED BY SIZE
                   INTO WS-WHEREUSED-PATH
           END-STRING
      *    IN A DEOBF RUN THE MANIFEST PATH IS THE ORIGINAL MEMBER
      *    WE SHIPPED FROM - THE SAME MANIFEST SERVES BOTH RUN
      *    DIRECTIONS - AND THE MEMBER ACTUALLY TRANSLATED IS THE
      *    VENDOR'S RETURN OF THE OBFUSCATED MEMBER THE FORWARD
      *    RUN WROTE.  THE SWAP COMES LAST SO EVERY PATH DERIVED
      *    FROM THE BASENAME ABOVE STILL KEYS ON THE ORIGINAL.
           IF WS-DEOBF-MODE
               MOVE WS-INPUT-PATH TO WS-ORIG-MEMBER-PATH
               MOVE WS-INPUT-PATH TO WS-PROD-MEMBER-PATH
               MOVE SPACES TO WS-MERGED-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_merged_output" DELIMITED BY SIZE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-MERGED-PATH
               END-STRING
               MOVE SPACES TO WS-CONFLICT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_conflict_report.txt" DELIMITED BY SIZE
                       INTO WS-CONFLICT-PATH
               END-STRING
               MOVE SPACES TO WS-MRG-PRODBASE-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_prodbase.dat" DELIMITED BY SIZE
                       INTO WS-MRG-PRODBASE-PATH
               END-STRING
               MOVE SPACES TO WS-VNDRPT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_vendor_names_report.txt" DELIMITED BY SIZE
                       INTO WS-VNDRPT-PATH
               END-STRING
               MOVE SPACES TO WS-CHGRPT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_change_report.txt" DELIMITED BY SIZE
                       INTO WS-CHGRPT-PATH
               END-STRING
               MOVE SPACES TO WS-BASELN-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_baseline.dat" DELIMITED BY SIZE
                       INTO WS-BASELN-PATH
               END-STRING
               MOVE SPACES TO WS-INPUT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-SOURCE-BASENAME DELIMITED BY SPACE
                       "_obfuscated_output" DELIMITED BY SIZE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-INPUT-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------
      * FIND-BASENAME - STRIPS ANY DIRECTORY PREFIX AND THE FINAL
      * ".xxx" EXTENSION OFF OF WS-INPUT-PATH, LEAVING THE BARE
      * MEMBER NAME IN WS-SOURCE-BASENAME.
      *----------------------------------------------------------
       FIND-BASENAME.
           MOVE 0 TO WS-LAST-SLASH-POS
           MOVE 1 TO WS-I
           PERFORM SCAN-FOR-SLASH-LOOP THRU SCAN-FOR-SLASH-LOOP-EXIT
           COMPUTE WS-WORD-START = WS-LAST-SLASH-POS + 1
           MOVE 0 TO WS-DOT-POS
           MOVE WS-WORD-START TO WS-I
           PERFORM SCAN-FOR-DOT-LOOP THRU SCAN-FOR-DOT-LOOP-EXIT
           IF WS-DOT-POS > 0
               COMPUTE WS-NAME-LEN = WS-DOT-POS - WS-WORD-START
           ELSE
               MOVE 0 TO WS-LINE-LEN
               INSPECT WS-INPUT-PATH
                   TALLYING WS-LINE-LEN FOR CHARACTERS
                       BEFORE INITIAL SPACE
               COMPUTE WS-NAME-LEN = WS-LINE-LEN - WS-WORD-START + 1
           END-IF
           MOVE SPACES TO WS-SOURCE-BASENAME
           MOVE WS-INPUT-PATH(WS-WORD-START:WS-NAME-LEN)
               TO WS-SOURCE-BASENAME.

       SCAN-FOR-SLASH-LOOP.
           IF WS-I > 80
               GO TO SCAN-FOR-SLASH-LOOP-EXIT
           END-IF
           IF WS-INPUT-PATH(WS-I:1) = '/'
               MOVE WS-I TO WS-LAST-SLASH-POS
           END-IF
           ADD 1 TO WS-I
           GO TO SCAN-FOR-SLASH-LOOP.
       SCAN-FOR-SLASH-LOOP-EXIT.
           EXIT.

       SCAN-FOR-DOT-LOOP.
           IF WS-I > 80
               GO TO SCAN-FOR-DOT-LOOP-EXIT
           END-IF
           IF WS-INPUT-PATH(WS-I:1) = SPACE
               GO TO SCAN-FOR-DOT-LOOP-EXIT
           END-IF
           IF WS-INPUT-PATH(WS-I:1) = '.'
               MOVE WS-I TO WS-DOT-POS
           END-IF
           ADD 1 TO WS-I
           GO TO SCAN-FOR-DOT-LOOP.
       SCAN-FOR-DOT-LOOP-EXIT.
           EXIT.

      *============================================================
      * PROCESS-ONE-MEMBER - OBFUSCATES A SINGLE SOURCE MEMBER FROM
      * WS-INPUT-PATH INTO WS-OUTPUT-PATH.  THIS IS THE PIPELINE
      * COMMON TO BOTH THE LEGACY SINGLE-FILE RUN AND EACH ENTRY OF
      * A MANIFEST-DRIVEN BATCH RUN.
      *============================================================
       PROCESS-ONE-MEMBER.
           MOVE 0 TO WS-LINE-COUNT
                     WS-SYMBOL-COUNT
                     WS-LINES-READ-COUNT
                     WS-VARS-RENAMED-COUNT
           MOVE 0 TO WS-MEMBER-REASON WS-LEAK-COUNT
                     WS-CURRENT-COPY-NO
           MOVE 'N' TO WS-EOF WS-IN-PROCEDURE-DIV-SW WS-MEMBER-ABORT-SW
                       WS-IN-EXEC-SQL-SW WS-SPILL-MODE-SW
                       WS-SPILL-EOF-SW WS-SPILL-HOLD-VALID-SW
                       WS-CHUNK-SEED-SW WS-PREIMAGE-OPEN-SW
                       WS-CHG-BASELINE-SW WS-SHIPPED-ARCHIVE-SW
                       WS-MRG-PROD-JOINED-SW
           MOVE 0 TO WS-TOTAL-LINE-COUNT WS-OUT-BASE-NO
           MOVE 0 TO WS-VNR-NEW-COUNT WS-VNR-UNKNOWN-COUNT
                     WS-VNR-CLASH-COUNT
           MOVE 0 TO WS-CICS-MAP-COUNT
           MOVE 'N' TO WS-IN-EXEC-CICS-SW WS-CICS-MEMBER-SW
                       WS-CICS-MAP-GROUP-SW
           MOVE SPACES TO WS-MEMBER-PROG-NAME WS-ASSIGN-FILE-NEW
           MOVE 0 TO WS-MDEP-COUNT
           MOVE 'N' TO WS-MDEP-OVERFLOW-SW
      *    A JOB STREAM NAMES PROGRAMS AND FILES THAT WERE RENAMED
      *    WHILE OTHER MEMBERS WERE BEING PROCESSED.  THE DICTIONARY
      *    IS THE ONLY PLACE THOSE ASSIGNMENTS OUTLIVE THEIR MEMBER,
      *    SO WITHOUT IT THE JCL WOULD GO OUT STILL NAMING THE REAL
      *    PROGRAMS AND DD NAMES.
           IF WS-JCL-MEMBER AND NOT WS-DEOBF-MODE
           AND NOT WS-DICT-ENABLED
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' IS A JCL MEMBER - REQUIRES DICTFILE= - '
                   'MEMBER SKIPPED'
               MOVE 'Y' TO WS-MEMBER-ABORT-SW
               MOVE 0017 TO WS-MEMBER-REASON
               GO TO PROCESS-ONE-MEMBER-EXIT
           END-IF
           PERFORM LOAD-CHECKPOINT THRU LOAD-CHECKPOINT-EXIT
           IF WS-DEOBF-MODE
               PERFORM FIND-SHIPPED-MEMBER-PATH
                   THRU FIND-SHIPPED-MEMBER-PATH-EXIT
               PERFORM CHECK-RETURN-VENDOR
                   THRU CHECK-RETURN-VENDOR-EXIT
               IF WS-MEMBER-REASON = 0018
                   GO TO PROCESS-ONE-MEMBER-EXIT
               END-IF
               PERFORM CHECK-SHIPMENT-SEAL
                   THRU CHECK-SHIPMENT-SEAL-EXIT
               IF WS-MEMBER-REASON = 0012
               OR WS-MEMBER-REASON = 0013
                   GO TO PROCESS-ONE-MEMBER-EXIT
               END-IF
               PERFORM CHECK-SHIPPED-ARCHIVE
                   THRU CHECK-SHIPPED-ARCHIVE-EXIT
      *        THE TRANSLATED RETURN COMES OUT CONTINUATION-
      *        JOINED, SO THE CHANGE REPORT NEEDS THE ORIGINAL IN
      *        THE SAME JOINED FORM OR EVERY CONTINUATION GROUP
      *        READS AS A VENDOR CHANGE.  BUILT NOW, WHILE THE
      *        BUFFER IS STILL FREE - AND FOR A MERGE, CURRENT
      *        PRODUCTION IS JOINED THE SAME WAY FIRST.
               IF WS-CFG-FIXED-FORMAT
                   IF WS-MERGE-MODE AND WS-SHIPPED-ARCHIVE-OK
                       PERFORM WRITE-MERGE-PROD-BASELINE
                           THRU WRITE-MERGE-PROD-BASELINE-EXIT
                   END-IF
                   PERFORM WRITE-DEOBF-BASELINE
                       THRU WRITE-DEOBF-BASELINE-EXIT
               END-IF
           END-IF
           PERFORM LOAD-SOURCE-MEMBER THRU LOAD-SOURCE-MEMBER-EXIT
           IF NOT WS-SPILL-MODE
           AND WS-CFG-FIXED-FORMAT
               PERFORM JOIN-CONTINUATION-LINES
                   THRU JOIN-CONTINUATION-LINES-EXIT
           END-IF
           IF WS-DEOBF-MODE
               PERFORM LOAD-CROSSREF-MAPPING
                   THRU LOAD-CROSSREF-MAPPING-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN WS-JCL-MEMBER
                       PERFORM BUILD-JCL-SYMBOL-TABLE
                           THRU BUILD-JCL-SYMBOL-TABLE-EXIT
      *            JOINING AND SCANNING RUN CHUNK BY CHUNK OVER
      *            THE WORK FILE; THE VERIFY PRE-IMAGE IS WRITTEN
      *            FROM THE SAME PASS.
                   WHEN WS-SPILL-MODE
                       PERFORM SCAN-SPILLED-MEMBER
                           THRU SCAN-SPILLED-MEMBER-EXIT
                   WHEN OTHER
                       PERFORM BUILD-SYMBOL-TABLE
               END-EVALUATE
           END-IF
           IF WS-MEMBER-ABORT
               GO TO PROCESS-ONE-MEMBER-EXIT
           END-IF
      *    THE DELIVERED MEMBER FILE TAKES THE GENERATED PROGRAM
      *    NAME SO THE LIBRARY THE VENDOR RECEIVES ACTUALLY LINKS
      *    AGAINST THE REWRITTEN CALL STATEMENTS.
           IF NOT WS-DEOBF-MODE AND WS-MEMBER-PROG-NAME NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-MEMBER-PROG-NAME DELIMITED BY SPACE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-OUTPUT-PATH
               END-STRING
           END-IF
           IF WS-VERIFY-MODE AND NOT WS-SPILL-MODE
               PERFORM WRITE-PREIMAGE-FILE THRU WRITE-PREIMAGE-FILE-EXIT
           END-IF
      *    THE CROSSREF GOES OUT AHEAD OF THE OUTPUT PASS - THE
      *    SYMBOL TABLE IS COMPLETE BY NOW, AND SEQRENUM=Y APPENDS
      *    ITS SEQUENCE MAP TO THE SAME REPORT WHILE THE OUTPUT
      *    LINES ARE BEING WRITTEN.
           IF NOT WS-DEOBF-MODE
               PERFORM WRITE-CROSSREF-REPORT
                   THRU WRITE-CROSSREF-REPORT-EXIT
           END-IF
           IF WS-MEMBER-ABORT
               GO TO PROCESS-ONE-MEMBER-EXIT
           END-IF
           IF NOT WS-DEOBF-MODE
               PERFORM WRITE-WHERE-USED-REPORT
                   THRU WRITE-WHERE-USED-REPORT-EXIT
           END-IF
           IF WS-DEOBF-MODE
               PERFORM WRITE-CHANGE-REPORT
                   THRU WRITE-CHANGE-REPORT-EXIT
               IF WS-MERGE-MODE
                   PERFORM THREE-WAY-MERGE THRU THREE-WAY-MERGE-EXIT
               END-IF
               PERFORM WRITE-VENDOR-NAME-REPORT
                   THRU WRITE-VENDOR-NAME-REPORT-EXIT
           ELSE
               PERFORM VERIFY-OBFUSCATED-OUTPUT
                   THRU VERIFY-OBFUSCATED-OUTPUT-EXIT
      *    RECORD STAYS KEYED ON THE MANIFEST ENTRY SO THE
      *    SCHEDULER SEES THE SAME PATH IN BOTH RUN DIRECTIONS.
           IF WS-DEOBF-MODE
               MOVE WS-PROD-MEMBER-PATH(1:40) TO WS-BCTL-PATH
           ELSE
               MOVE WS-INPUT-PATH(1:40) TO WS-BCTL-PATH
           END-IF
           MOVE WS-LINES-READ-COUNT TO WS-BCTL-LINES
           MOVE WS-VARS-RENAMED-COUNT TO WS-BCTL-RENAMED
           MOVE WS-VNR-NEW-COUNT TO WS-BCTL-VND-NEW
           MOVE WS-VNR-UNKNOWN-COUNT TO WS-BCTL-VND-UNKNOWN
           MOVE WS-VNR-CLASH-COUNT TO WS-BCTL-VND-CLASH
           MOVE WS-VEN-ENTRY-CODE TO WS-BCTL-VENDOR
           MOVE SPACE TO WS-BCTL-CARRIED
           EVALUATE TRUE
               WHEN WS-MEMBER-ABORT
                   MOVE 'SKIPPED ' TO WS-BCTL-MEMBER-STATUS
               OR WS-MEMBER-REASON = 0012
               OR WS-MEMBER-REASON = 0013
               OR WS-MEMBER-REASON = 0014
               OR WS-MEMBER-REASON = 0015
               OR WS-MEMBER-REASON = 0016
               OR WS-MEMBER-REASON = 0017
               OR WS-MEMBER-REASON = 0018
                   MOVE 'DIRTY   ' TO WS-BCTL-MEMBER-STATUS
                   ADD 1 TO WS-BATCH-DIRTY-COUNT
               WHEN OTHER
               MOVE INPUT-LINE TO WS-TRIM-LINE
               PERFORM TRIM-SCAN-REGION
               IF WS-TRIM-LINE(1:5) = 'COPY '
               AND NOT WS-DEOBF-MODE AND NOT WS-JCL-MEMBER
                   PERFORM EXPAND-COPY-STATEMENT
                       THRU EXPAND-COPY-STATEMENT-EXIT
               ELSE
           IF WS-K > 0 AND WS-K < 31
               MOVE WS-FIELD-NAME(1:WS-K) TO WS-FIELD-NAME
           END-IF
           MOVE WS-FIELD-NAME TO WS-MDEP-NOTE-NAME
           PERFORM NOTE-MEMBER-COPYBOOK THRU NOTE-MEMBER-COPYBOOK-EXIT
           MOVE 0 TO WS-K
           INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'REPLACING'
           IF WS-CFG-COPYMODE-KEEP AND WS-K > 0
               END-IF
               GO TO GENERATE-NEW-BOOK-NAME-EXIT
           END-IF
           MOVE WS-BOOK-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'CPYB' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-BOOK-COUNTER
           IF WS-K > 0 AND WS-K < 31
               MOVE WS-NESTED-FIELD-NAME(1:WS-K) TO WS-NESTED-FIELD-NAME
           END-IF
           MOVE WS-NESTED-FIELD-NAME TO WS-MDEP-NOTE-NAME
           PERFORM NOTE-MEMBER-COPYBOOK THRU NOTE-MEMBER-COPYBOOK-EXIT
           MOVE 0 TO WS-K
           INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'REPLACING'
           IF WS-K > 0
           EXIT.

      *----------------------------------------------------------
      * JOIN-FIND-FRAG-END-LOOP - LAST CHARACTER OF THE CONTINUED
      * WORD FRAGMENT: THE RUN OF NON-BLANKS OPENING THE
      * CONTINUATION'S TEXT AREA.
      *----------------------------------------------------------
       JOIN-FIND-FRAG-END-LOOP.
           IF WS-JOIN-FRAG-END >= WS-JOIN-CONT-END
               GO TO JOIN-FIND-FRAG-END-LOOP-EXIT
           END-IF
           IF WS-SOURCE-LINE(WS-K)(WS-JOIN-FRAG-END + 1:1) = SPACE
               GO TO JOIN-FIND-FRAG-END-LOOP-EXIT
           END-IF
           ADD 1 TO WS-JOIN-FRAG-END
           GO TO JOIN-FIND-FRAG-END-LOOP.
       JOIN-FIND-FRAG-END-LOOP-EXIT.
           EXIT.

       JOIN-FIND-START-LOOP.
           IF WS-JOIN-START > 72
               GO TO JOIN-FIND-START-LOOP-EXIT
           END-IF
           IF WS-SOURCE-LINE(WS-K)(WS-JOIN-START:1) NOT = SPACE
               GO TO JOIN-FIND-START-LOOP-EXIT
           END-IF
           ADD 1 TO WS-JOIN-START
           GO TO JOIN-FIND-START-LOOP.
       JOIN-FIND-START-LOOP-EXIT.
           EXIT.

       JOIN-FIND-CONT-END-LOOP.
           IF WS-JOIN-CONT-END < WS-JOIN-START
               GO TO JOIN-FIND-CONT-END-LOOP-EXIT
           END-IF
           IF WS-SOURCE-LINE(WS-K)(WS-JOIN-CONT-END:1) NOT = SPACE
               GO TO JOIN-FIND-CONT-END-LOOP-EXIT
           END-IF
           SUBTRACT 1 FROM WS-JOIN-CONT-END
           GO TO JOIN-FIND-CONT-END-LOOP.
       JOIN-FIND-CONT-END-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JOIN-FIND-PREV-END-LOOP - LAST NON-BLANK OF THE CONTINUED
      * LINE'S PROGRAM TEXT.  A LINE THAT IS ALL BLANK IN 8-72
      * COMES BACK AS COLUMN 7 SO THE SPLICE LANDS AT COLUMN 8.
      *----------------------------------------------------------
       JOIN-FIND-PREV-END-LOOP.
           IF WS-JOIN-PREV-END < 8
               GO TO JOIN-FIND-PREV-END-LOOP-EXIT
           END-IF
           IF WS-SOURCE-LINE(WS-K - 1)(WS-JOIN-PREV-END:1) NOT = SPACE
               GO TO JOIN-FIND-PREV-END-LOOP-EXIT
           END-IF
           SUBTRACT 1 FROM WS-JOIN-PREV-END
           GO TO JOIN-FIND-PREV-END-LOOP.
       JOIN-FIND-PREV-END-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DELETE-JOINED-LINE - CLOSES UP THE BUFFER OVER THE
      * CONTINUATION LINE JUST CONSUMED, MOVING THE ORIGINAL-LINE-
      * NUMBER TABLE IN STEP.
      *----------------------------------------------------------
       DELETE-JOINED-LINE.
           MOVE WS-K TO WS-SPLIT-PTR.
       DELETE-JOINED-SHIFT-LOOP.
           IF WS-SPLIT-PTR >= WS-LINE-COUNT
               GO TO DELETE-JOINED-SHIFT-DONE
           END-IF
           MOVE WS-SOURCE-LINE(WS-SPLIT-PTR + 1)
               TO WS-SOURCE-LINE(WS-SPLIT-PTR)
           MOVE WS-SOURCE-ORIG-LINE(WS-SPLIT-PTR + 1)
               TO WS-SOURCE-ORIG-LINE(WS-SPLIT-PTR)
           MOVE WS-SOURCE-COPY-NO(WS-SPLIT-PTR + 1)
               TO WS-SOURCE-COPY-NO(WS-SPLIT-PTR)
           ADD 1 TO WS-SPLIT-PTR
           GO TO DELETE-JOINED-SHIFT-LOOP.
       DELETE-JOINED-SHIFT-DONE.
           SUBTRACT 1 FROM WS-LINE-COUNT.
       DELETE-JOINED-LINE-EXIT.
           EXIT.

      *============================================================
      * BUILD-JCL-SYMBOL-TABLE.  THE SCAN FOR A JCL OR PROC MEMBER.
      * A JOB STREAM DECLARES ALMOST NOTHING OF ITS OWN - THE
      * PROGRAMS IT EXECUTES AND THE DD NAMES IT SUPPLIES WERE
      * NAMED WHEN THEIR PROGRAMS WENT THROUGH, SO THEY ARE LOOKED
      * UP IN THE DICTIONARY RATHER THAN GENERATED.  FOUR PASSES:
      *   N - JOB AND PROC NAMES (PROGRAM NAMES IN THE SEVEN-
      *       CHARACTER Q FORM, THE FIRST ALSO NAMING THE OUTPUT
      *       MEMBER) AND EXEC PGM=/PROC TARGETS;
      *   D - DD NAMES THAT A SELECT ... ASSIGN TIED TO A FILE;
      *   K - THE QUALIFIERS OF SYSTEM DATASETS, WHICH MUST COME
      *       THROUGH UNTOUCHED;
      *   Q - THE QUALIFIERS AND MEMBER NAMES OF OUR OWN DATASETS,
      *       EACH ON THE QUAL SERIES, SO PAYROLL.PROD.MASTER GOES
      *       OUT AS THREE NEUTRAL QUALIFIERS AND COMES BACK
      *       THROUGH THE CROSSREF LIKE ANY OTHER NAME.
      * STEP NAMES, SYMBOLIC PARAMETERS AND REFER-BACKS ARE LEFT
      * AS THEY ARE.  A MEMBER THAT WOULD STILL SHIP ONE OF OUR
      * NAMES UNRENAMED, OR ANY NAME LONGER THAN JCL ALLOWS, IS
      * DIRTY (REASON 0017).
      *============================================================
       BUILD-JCL-SYMBOL-TABLE.
           IF WS-SPILL-MODE
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   ' JCL MEMBER OVERRUNS THE BUFFER - MEMBER SKIPPED'
               MOVE 'Y' TO WS-MEMBER-ABORT-SW
               MOVE 0017 TO WS-MEMBER-REASON
               GO TO BUILD-JCL-SYMBOL-TABLE-EXIT
           END-IF
           MOVE 0 TO WS-JCL-KEEP-COUNT WS-JCL-PROBLEM-COUNT
           MOVE 'N' TO WS-JCL-PASS-SW
           PERFORM JCL-SCAN-PASS THRU JCL-SCAN-PASS-EXIT
           IF WS-MEMBER-ABORT
               GO TO BUILD-JCL-SYMBOL-TABLE-EXIT
           END-IF
      *    A PROC MEMBER NEED NOT NAME ITSELF ON ITS PROC STATEMENT;
      *    THE MEMBER NAME IS THEN THE NAME EXEC PROC= USES.
           IF WS-MEMBER-PROG-NAME = SPACES
               PERFORM FIND-BASENAME
               MOVE 1 TO WS-I
               MOVE SPACES TO WS-FIELD-NAME
               MOVE WS-SOURCE-BASENAME TO WS-FIELD-NAME
               INSPECT WS-FIELD-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM JCL-CAPTURE-MEMBER-NAME
                   THRU JCL-CAPTURE-MEMBER-NAME-EXIT
               IF WS-MEMBER-ABORT
                   GO TO BUILD-JCL-SYMBOL-TABLE-EXIT
               END-IF
           END-IF
           MOVE 'D' TO WS-JCL-PASS-SW
           PERFORM JCL-SCAN-PASS THRU JCL-SCAN-PASS-EXIT
           IF WS-MEMBER-ABORT
               GO TO BUILD-JCL-SYMBOL-TABLE-EXIT
           END-IF
           MOVE 'K' TO WS-JCL-PASS-SW
           PERFORM JCL-SCAN-PASS THRU JCL-SCAN-PASS-EXIT
           MOVE 'Q' TO WS-JCL-PASS-SW
           PERFORM JCL-SCAN-PASS THRU JCL-SCAN-PASS-EXIT
           IF WS-MEMBER-ABORT
               GO TO BUILD-JCL-SYMBOL-TABLE-EXIT
           END-IF
           SET WS-SYM-IDX TO 1
           PERFORM JCL-CHECK-NAME-LENGTHS
               THRU JCL-CHECK-NAME-LENGTHS-EXIT
           IF WS-JCL-PROBLEM-COUNT > 0
               MOVE WS-JCL-PROBLEM-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40)
                   WS-DISPLAY-COUNT ' JCL NAMES NOT SAFE TO SHIP'
                   ' - MEMBER DIRTY'
               MOVE 0017 TO WS-MEMBER-REASON
           END-IF.
       BUILD-JCL-SYMBOL-TABLE-EXIT.
           EXIT.

       JCL-SCAN-PASS.
           MOVE 1 TO WS-I
           MOVE SPACES TO WS-JCL-LAST-OP.
       JCL-SCAN-PASS-LOOP.
           IF WS-I > WS-LINE-COUNT
               GO TO JCL-SCAN-PASS-EXIT
           END-IF
           PERFORM JCL-SPLIT-STATEMENT THRU JCL-SPLIT-STATEMENT-EXIT
           IF WS-JCL-STATEMENT
               EVALUATE TRUE
                   WHEN WS-JCL-NAME-PASS
                       PERFORM JCL-CAPTURE-NAMES
                           THRU JCL-CAPTURE-NAMES-EXIT
                   WHEN WS-JCL-DD-PASS
                       PERFORM JCL-CAPTURE-DDNAME
                           THRU JCL-CAPTURE-DDNAME-EXIT
                   WHEN OTHER
                       PERFORM JCL-SCAN-DSN-OPERANDS
                           THRU JCL-SCAN-DSN-OPERANDS-EXIT
               END-EVALUATE
           END-IF
           IF WS-MEMBER-ABORT
               GO TO JCL-SCAN-PASS-EXIT
           END-IF
           ADD 1 TO WS-I
           GO TO JCL-SCAN-PASS-LOOP.
       JCL-SCAN-PASS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-SPLIT-STATEMENT - BREAKS SOURCE LINE WS-I INTO ITS
      * NAME, OPERATION AND OPERAND FIELDS (WS-JCL-STATEMENT ON).
      * COMMENTS, DELIMITERS, IN-STREAM DATA AND THE NULL
      * STATEMENT ARE NOT STATEMENTS AND END ANY CONTINUATION.  A
      * LINE WITH NOTHING IN THE NAME FIELD AND NO OPERATION WORD
      * FIRST CONTINUES THE STATEMENT BEFORE IT.  COLUMNS 72-80
      * (CONTINUATION MARK AND SEQUENCE NUMBER) ARE IGNORED, AND
      * SO IS ANY COMMENT AFTER THE OPERANDS.
      *----------------------------------------------------------
       JCL-SPLIT-STATEMENT.
           MOVE 'N' TO WS-JCL-STMT-SW
           MOVE SPACES TO WS-JCL-NAME WS-JCL-OP WS-JCL-OPERANDS
           MOVE WS-SOURCE-LINE(WS-I) TO WS-JCL-TEXT
           MOVE SPACES TO WS-JCL-TEXT(72:9)
           IF WS-JCL-TEXT(1:2) NOT = '//'
           OR WS-JCL-TEXT(1:3) = '//*'
               MOVE SPACES TO WS-JCL-LAST-OP
               GO TO JCL-SPLIT-STATEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-TRIM-LINE
           MOVE WS-JCL-TEXT(3:69) TO WS-TRIM-LINE
           PERFORM LEFT-TRIM-WORK-LINE
           IF WS-TRIM-LINE = SPACES
               MOVE SPACES TO WS-JCL-LAST-OP
               GO TO JCL-SPLIT-STATEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-JCL-TOKEN-1 WS-JCL-TOKEN-2 WS-JCL-TOKEN-3
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
               INTO WS-JCL-TOKEN-1 WS-JCL-TOKEN-2 WS-JCL-TOKEN-3
           END-UNSTRING
           IF WS-JCL-TEXT(3:1) NOT = SPACE
               MOVE WS-JCL-TOKEN-1 TO WS-JCL-NAME
               MOVE WS-JCL-TOKEN-2 TO WS-JCL-OP
               MOVE WS-JCL-TOKEN-3 TO WS-JCL-OPERANDS
           ELSE
               EVALUATE WS-JCL-TOKEN-1
                   WHEN 'JOB' WHEN 'EXEC' WHEN 'DD' WHEN 'PROC'
                   WHEN 'PEND' WHEN 'SET' WHEN 'INCLUDE'
                   WHEN 'JCLLIB' WHEN 'OUTPUT' WHEN 'IF'
                   WHEN 'ELSE' WHEN 'ENDIF' WHEN 'CNTL'
                   WHEN 'ENDCNTL' WHEN 'XMIT' WHEN 'COMMAND'
                       MOVE WS-JCL-TOKEN-1 TO WS-JCL-OP
                       MOVE WS-JCL-TOKEN-2 TO WS-JCL-OPERANDS
                   WHEN OTHER
                       MOVE WS-JCL-LAST-OP TO WS-JCL-OP
                       MOVE WS-JCL-TOKEN-1 TO WS-JCL-OPERANDS
               END-EVALUATE
           END-IF
           MOVE 'Y' TO WS-JCL-STMT-SW
           MOVE WS-JCL-OP TO WS-JCL-LAST-OP.
       JCL-SPLIT-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CAPTURE-NAMES - PASS N.  A JOB OR PROC STATEMENT'S
      * NAME GOES ON THE PROG SERIES; AN EXEC STATEMENT'S PROGRAM
      * OR PROCEDURE IS RESOLVED AGAINST THE DICTIONARY.
      *----------------------------------------------------------
       JCL-CAPTURE-NAMES.
           EVALUATE WS-JCL-OP
               WHEN 'JOB'
               WHEN 'PROC'
                   IF WS-JCL-NAME NOT = SPACES
                       MOVE WS-JCL-NAME TO WS-FIELD-NAME
                       PERFORM JCL-CAPTURE-MEMBER-NAME
                           THRU JCL-CAPTURE-MEMBER-NAME-EXIT
                   END-IF
               WHEN 'EXEC'
                   PERFORM JCL-CAPTURE-EXEC-TARGET
                       THRU JCL-CAPTURE-EXEC-TARGET-EXIT
           END-EVALUATE.
       JCL-CAPTURE-NAMES-EXIT.
           EXIT.

      *    THE NAME IN WS-FIELD-NAME AS A PROGRAM NAME (KIND G) IN
      *    THE SHORT Q FORM; THE FIRST SUCH NAME IN THE MEMBER ALSO
      *    NAMES ITS OUTPUT FILE.
       JCL-CAPTURE-MEMBER-NAME.
           IF WS-FIELD-NAME(1:1) NOT ALPHABETIC
           OR WS-FIELD-NAME = SPACES
               GO TO JCL-CAPTURE-MEMBER-NAME-EXIT
           END-IF
           MOVE 'G' TO WS-DICT-LOOKUP-KIND
           MOVE 'Y' TO WS-JCL-SHORT-NAME-SW
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT
           MOVE 'N' TO WS-JCL-SHORT-NAME-SW
           IF WS-MEMBER-PROG-NAME = SPACES
               PERFORM LOOKUP-SYMBOL
               IF WS-FOUND
                   MOVE WS-SYM-NEW-NAME(WS-SYM-IDX)
                       TO WS-MEMBER-PROG-NAME
               END-IF
           END-IF.
       JCL-CAPTURE-MEMBER-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CAPTURE-EXEC-TARGET - THE FIRST OPERAND OF AN EXEC:
      * PGM=NAME, PROC=NAME OR A BARE PROCEDURE NAME.  A REFER-
      * BACK (PGM=*.STEP.DD) OR A SYMBOLIC (PGM=&PROG) IS LEFT TO
      * RUN TIME.  A TARGET THE DICTIONARY DOES NOT KNOW IS A
      * PROGRAM THAT HAS NOT BEEN THROUGH.  A SYSTEM UTILITY IS
      * MEANT TO GO OUT AS IT IS; ONE OF OURS LISTED AFTER THIS
      * MEMBER WOULD SHIP UNDER ITS PRODUCTION NAME, SO IT MAKES
      * THE MEMBER DIRTY - LIST THE PROGRAM FIRST, OR EXCLUDE IT.
      *----------------------------------------------------------
       JCL-CAPTURE-EXEC-TARGET.
           MOVE SPACES TO WS-JCL-OPND WS-FIELD-NAME
           UNSTRING WS-JCL-OPERANDS DELIMITED BY ','
               INTO WS-JCL-OPND
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-JCL-OPND(1:4) = 'PGM='
                   MOVE WS-JCL-OPND(5:30) TO WS-FIELD-NAME
               WHEN WS-JCL-OPND(1:5) = 'PROC='
                   MOVE WS-JCL-OPND(6:30) TO WS-FIELD-NAME
               WHEN OTHER
                   MOVE 0 TO WS-K
                   INSPECT WS-JCL-OPND TALLYING WS-K FOR ALL '='
                   IF WS-K = 0
                       MOVE WS-JCL-OPND(1:30) TO WS-FIELD-NAME
                   END-IF
           END-EVALUATE
           IF WS-FIELD-NAME = SPACES
           OR WS-FIELD-NAME(1:1) = '*'
           OR WS-FIELD-NAME(1:1) = '&'
               GO TO JCL-CAPTURE-EXEC-TARGET-EXIT
           END-IF
           MOVE 'G' TO WS-DICT-LOOKUP-KIND
           PERFORM JCL-RESOLVE-ON-DICTIONARY
               THRU JCL-RESOLVE-ON-DICTIONARY-EXIT
           IF WS-JCL-RESOLVED OR WS-MEMBER-ABORT
               GO TO JCL-CAPTURE-EXEC-TARGET-EXIT
           END-IF
           PERFORM JCL-CHECK-SYSTEM-NAME THRU JCL-CHECK-SYSTEM-NAME-EXIT
           IF WS-FOUND
               GO TO JCL-CAPTURE-EXEC-TARGET-EXIT
           END-IF
           DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40) ' EXEC '
               WS-FIELD-NAME(1:8) ' NOT ON DICTFILE - NOT RENAMED'
           ADD 1 TO WS-JCL-PROBLEM-COUNT.
       JCL-CAPTURE-EXEC-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-RESOLVE-ON-DICTIONARY - WS-JCL-RESOLVED WHEN THE NAME
      * IN WS-FIELD-NAME IS EXCLUDED, ALREADY TABLED, OR ON FILE IN
      * THE DICTIONARY UNDER THE KIND IN WS-DICT-LOOKUP-KIND - IN
      * WHICH CASE IT IS TABLED WITH THE DICTIONARY'S NAME.  A
      * NAME NOT ON FILE IS NEVER GENERATED HERE: A NEW NAME WOULD
      * MATCH NOTHING THE VENDOR HAS.
      *----------------------------------------------------------
       JCL-RESOLVE-ON-DICTIONARY.
           MOVE 'Y' TO WS-JCL-RESOLVED-SW
           PERFORM CHECK-NAME-EXCLUDED THRU CHECK-NAME-EXCLUDED-EXIT
           IF WS-FOUND
               GO TO JCL-RESOLVE-ON-DICTIONARY-EXIT
           END-IF
           PERFORM LOOKUP-SYMBOL
           IF WS-FOUND
               GO TO JCL-RESOLVE-ON-DICTIONARY-EXIT
           END-IF
           PERFORM LOOKUP-DICTIONARY THRU LOOKUP-DICTIONARY-EXIT
           IF NOT WS-FOUND
               MOVE 'N' TO WS-JCL-RESOLVED-SW
               GO TO JCL-RESOLVE-ON-DICTIONARY-EXIT
           END-IF
           MOVE WS-DICT-NEW-NAME(WS-DICT-IDX) TO WS-NEW-VAR-NAME
           PERFORM ADD-SYMBOL-ENTRY
           IF WS-MEMBER-ABORT
               GO TO JCL-RESOLVE-ON-DICTIONARY-EXIT
           END-IF
           MOVE WS-DICT-LOOKUP-KIND TO WS-SYM-KIND(WS-SYM-IDX)
           ADD 1 TO WS-VARS-RENAMED-COUNT.
       JCL-RESOLVE-ON-DICTIONARY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CAPTURE-DDNAME - PASS D.  THE NAME OF A DD STATEMENT,
      * OR THE DD HALF OF A STEP.DD OVERRIDE, TAKES THE NAME ITS
      * ASSIGN CLAUSE WAS GIVEN.  SYSIN, SYSOUT, STEPLIB AND THE
      * OTHER SYSTEM DD NAMES STAY PUT.  ANY OTHER DD NAME NOT ON
      * FILE WOULD SHIP AS IT IS AND MAKES THE MEMBER DIRTY
      * UNLESS IT IS EXCLUDED.
      *----------------------------------------------------------
       JCL-CAPTURE-DDNAME.
           IF WS-JCL-OP NOT = 'DD' OR WS-JCL-NAME = SPACES
               GO TO JCL-CAPTURE-DDNAME-EXIT
           END-IF
           MOVE SPACES TO WS-TMP WS-FIELD-NAME
           UNSTRING WS-JCL-NAME DELIMITED BY '.'
               INTO WS-TMP WS-FIELD-NAME
           END-UNSTRING
           IF WS-FIELD-NAME = SPACES
               MOVE WS-TMP TO WS-FIELD-NAME
           END-IF
           MOVE 'A' TO WS-DICT-LOOKUP-KIND
           PERFORM JCL-RESOLVE-ON-DICTIONARY
               THRU JCL-RESOLVE-ON-DICTIONARY-EXIT
           IF WS-JCL-RESOLVED OR WS-MEMBER-ABORT
               GO TO JCL-CAPTURE-DDNAME-EXIT
           END-IF
           PERFORM JCL-CHECK-SYSTEM-NAME THRU JCL-CHECK-SYSTEM-NAME-EXIT
           IF WS-FOUND
               GO TO JCL-CAPTURE-DDNAME-EXIT
           END-IF
           DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40) ' DD '
               WS-FIELD-NAME(1:8) ' NOT ON DICTFILE - NOT RENAMED'
           ADD 1 TO WS-JCL-PROBLEM-COUNT.
       JCL-CAPTURE-DDNAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CHECK-SYSTEM-NAME - WS-FOUND WHEN WS-FIELD-NAME IS A
      * NAME THE OPERATING SYSTEM OR A PRODUCT OWNS: A UTILITY OR
      * COMPILER ON PASS N, A SYSTEM DD NAME ON PASS D.  NEITHER
      * IS EVER OURS TO RENAME.
      *----------------------------------------------------------
       JCL-CHECK-SYSTEM-NAME.
           MOVE 'Y' TO WS-FOUND-SW
           IF WS-JCL-DD-PASS
               GO TO JCL-CHECK-SYSTEM-DDNAME
           END-IF
           EVALUATE WS-FIELD-NAME
               WHEN 'IEFBR14' WHEN 'IEBGENER' WHEN 'ICEGENER'
               WHEN 'IEBCOPY' WHEN 'IEBCOMPR' WHEN 'IEBUPDTE'
               WHEN 'IEBPTPCH' WHEN 'IEBDG' WHEN 'IEHLIST'
               WHEN 'IEHMOVE' WHEN 'IEHPROGM' WHEN 'IDCAMS'
               WHEN 'SORT' WHEN 'ICEMAN' WHEN 'ICETOOL'
               WHEN 'SYNCSORT' WHEN 'DFSORT' WHEN 'ADRDSSU'
               WHEN 'IKJEFT01' WHEN 'IKJEFT1A' WHEN 'IKJEFT1B'
               WHEN 'IRXJCL' WHEN 'BPXBATCH' WHEN 'AMASPZAP'
               WHEN 'IGYCRCTL' WHEN 'IEWL' WHEN 'HEWL'
               WHEN 'IEWBLINK' WHEN 'HEWLH096' WHEN 'IEV90'
               WHEN 'ASMA90' WHEN 'DFSRRC00' WHEN 'DSNUTILB'
               WHEN 'DSNTIAUL' WHEN 'DSNTEP2' WHEN 'DFHCSDUP'
               WHEN 'DFHECP1$' WHEN 'DFHEAP1$' WHEN 'DSNHPC'
               WHEN 'FTP' WHEN 'IGYWCL' WHEN 'IGYWCLG'
                   GO TO JCL-CHECK-SYSTEM-NAME-EXIT
           END-EVALUATE
           MOVE 'N' TO WS-FOUND-SW
           GO TO JCL-CHECK-SYSTEM-NAME-EXIT.
       JCL-CHECK-SYSTEM-DDNAME.
           IF WS-FIELD-NAME(1:3) = 'SYS'
           OR WS-FIELD-NAME(1:4) = 'SORT'
           OR WS-FIELD-NAME(1:3) = 'CEE'
               GO TO JCL-CHECK-SYSTEM-NAME-EXIT
           END-IF
           EVALUATE WS-FIELD-NAME
               WHEN 'STEPLIB' WHEN 'JOBLIB' WHEN 'DFSRESLB'
               WHEN 'IMS' WHEN 'DFSVSAMP' WHEN 'IEFRDER'
               WHEN 'DSNTRACE' WHEN 'TOOLIN' WHEN 'DFSMSG'
               WHEN 'PLIDUMP' WHEN 'ABNLIGNR'
                   GO TO JCL-CHECK-SYSTEM-NAME-EXIT
           END-EVALUATE
           MOVE 'N' TO WS-FOUND-SW.
       JCL-CHECK-SYSTEM-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CHECK-NAME-LENGTHS - NO JOB, PROC, PROGRAM, DD NAME,
      * QUALIFIER OR PDS MEMBER NAME MAY RUN PAST EIGHT
      * CHARACTERS.  A NAME TAKEN FROM THE DICTIONARY - A PROGRAM
      * ON THE TEN-CHARACTER PROG SERIES, SAY, OR A QUALIFIER
      * THAT IS ALSO A PROGRAM NAME - CAN, AND IS COUNTED.
      *----------------------------------------------------------
       JCL-CHECK-NAME-LENGTHS.
           IF WS-SYM-IDX > WS-SYMBOL-COUNT
               GO TO JCL-CHECK-NAME-LENGTHS-EXIT
           END-IF
           IF WS-SYM-NEW-NAME(WS-SYM-IDX)(9:22) NOT = SPACES
               DISPLAY 'COBOLCMP: ' WS-INPUT-PATH(1:40) ' '
                   WS-SYM-OLD-NAME(WS-SYM-IDX)(1:8) ' WOULD GO OUT AS '
                   WS-SYM-NEW-NAME(WS-SYM-IDX)(1:20)
                   ' - LONGER THAN JCL ALLOWS'
               ADD 1 TO WS-JCL-PROBLEM-COUNT
           END-IF
           SET WS-SYM-IDX UP BY 1
           GO TO JCL-CHECK-NAME-LENGTHS.
       JCL-CHECK-NAME-LENGTHS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-SCAN-DSN-OPERANDS - PASSES K AND Q.  WALKS A DD
      * STATEMENT'S OPERANDS FOR DSN= / DSNAME=.
      *----------------------------------------------------------
       JCL-SCAN-DSN-OPERANDS.
           IF WS-JCL-OP NOT = 'DD'
               GO TO JCL-SCAN-DSN-OPERANDS-EXIT
           END-IF
           MOVE 1 TO WS-JCL-OPND-PTR.
       JCL-SCAN-DSN-OPERANDS-LOOP.
           IF WS-JCL-OPND-PTR > 70
               GO TO JCL-SCAN-DSN-OPERANDS-EXIT
           END-IF
           IF WS-JCL-OPERANDS(WS-JCL-OPND-PTR:) = SPACES
               GO TO JCL-SCAN-DSN-OPERANDS-EXIT
           END-IF
           MOVE SPACES TO WS-JCL-OPND WS-JCL-DSN
           UNSTRING WS-JCL-OPERANDS DELIMITED BY ','
               INTO WS-JCL-OPND
               WITH POINTER WS-JCL-OPND-PTR
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-JCL-OPND(1:4) = 'DSN='
                   MOVE WS-JCL-OPND(5:66) TO WS-JCL-DSN
               WHEN WS-JCL-OPND(1:7) = 'DSNAME='
                   MOVE WS-JCL-OPND(8:63) TO WS-JCL-DSN
           END-EVALUATE
           IF WS-JCL-DSN NOT = SPACES
               PERFORM JCL-CAPTURE-DSN THRU JCL-CAPTURE-DSN-EXIT
               IF WS-MEMBER-ABORT
                   GO TO JCL-SCAN-DSN-OPERANDS-EXIT
               END-IF
           END-IF
           GO TO JCL-SCAN-DSN-OPERANDS-LOOP.
       JCL-SCAN-DSN-OPERANDS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-CAPTURE-DSN - ONE DATASET NAME FROM WS-JCL-DSN.
      * TEMPORARY (&&), REFER-BACK (*.), QUOTED AND NULLFILE NAMES
      * ARE LEFT ALONE, AND SO IS A SYMBOLIC QUALIFIER (&HLQ.).
      * A SYSTEM DATASET - ONE WHOSE HIGH-LEVEL QUALIFIER BELONGS
      * TO THE OPERATING SYSTEM OR A PRODUCT, OR WHOSE NAME OR HLQ
      * IS ON THE EXCLUDE LIST - IS NOTED ON PASS K SO NONE OF ITS
      * QUALIFIERS IS RENAMED ELSEWHERE; ANY OTHER HAS EACH
      * QUALIFIER AND ITS PDS MEMBER NAME CAPTURED ON PASS Q.  A
      * GDG RELATIVE NUMBER IS NOT A NAME.
      *----------------------------------------------------------
       JCL-CAPTURE-DSN.
           IF WS-JCL-DSN(1:2) = '&&' OR WS-JCL-DSN(1:1) = '*'
           OR WS-JCL-DSN(1:1) = "'" OR WS-JCL-DSN(1:1) = '"'
           OR WS-JCL-DSN(1:8) = 'NULLFILE'
               GO TO JCL-CAPTURE-DSN-EXIT
           END-IF
           MOVE SPACES TO WS-JCL-DSN-BASE WS-JCL-DSN-MEMBER
           UNSTRING WS-JCL-DSN DELIMITED BY '(' OR ')'
               INTO WS-JCL-DSN-BASE WS-JCL-DSN-MEMBER
           END-UNSTRING
           MOVE 'N' TO WS-JCL-SYSTEM-DSN-SW
           MOVE WS-JCL-DSN-BASE TO WS-FIELD-NAME
           PERFORM CHECK-NAME-EXCLUDED THRU CHECK-NAME-EXCLUDED-EXIT
           IF WS-FOUND
               MOVE 'Y' TO WS-JCL-SYSTEM-DSN-SW
           END-IF
           MOVE SPACES TO WS-FIELD-NAME
           UNSTRING WS-JCL-DSN-BASE DELIMITED BY '.'
               INTO WS-FIELD-NAME
           END-UNSTRING
           EVALUATE WS-FIELD-NAME
               WHEN 'SYS1' WHEN 'SYS2' WHEN 'CEE' WHEN 'IGY'
               WHEN 'ISP' WHEN 'ISF' WHEN 'DFH' WHEN 'DSN'
               WHEN 'CBC' WHEN 'CSF' WHEN 'EQA' WHEN 'IMS'
               WHEN 'TCPIP' WHEN 'SYS3' WHEN 'ASM' WHEN 'CSQ'
                   MOVE 'Y' TO WS-JCL-SYSTEM-DSN-SW
               WHEN OTHER
                   PERFORM CHECK-NAME-EXCLUDED
                       THRU CHECK-NAME-EXCLUDED-EXIT
                   IF WS-FOUND
                       MOVE 'Y' TO WS-JCL-SYSTEM-DSN-SW
                   END-IF
           END-EVALUATE
           IF WS-JCL-KEEP-PASS AND NOT WS-JCL-SYSTEM-DSN
               GO TO JCL-CAPTURE-DSN-EXIT
           END-IF
           IF WS-JCL-QUAL-PASS AND WS-JCL-SYSTEM-DSN
               GO TO JCL-CAPTURE-DSN-EXIT
           END-IF
           MOVE 1 TO WS-JCL-DSN-PTR.
       JCL-CAPTURE-DSN-LOOP.
           IF WS-JCL-DSN-PTR > 44
               GO TO JCL-CAPTURE-DSN-MEMBER
           END-IF
           MOVE SPACES TO WS-FIELD-NAME
           UNSTRING WS-JCL-DSN-BASE DELIMITED BY '.'
               INTO WS-FIELD-NAME
               WITH POINTER WS-JCL-DSN-PTR
           END-UNSTRING
           IF WS-FIELD-NAME NOT = SPACES
               PERFORM JCL-TAKE-QUALIFIER THRU JCL-TAKE-QUALIFIER-EXIT
               IF WS-MEMBER-ABORT
                   GO TO JCL-CAPTURE-DSN-EXIT
               END-IF
           END-IF
           GO TO JCL-CAPTURE-DSN-LOOP.
       JCL-CAPTURE-DSN-MEMBER.
           IF WS-JCL-DSN-MEMBER NOT = SPACES
           AND WS-JCL-DSN-MEMBER(1:1) ALPHABETIC
               MOVE WS-JCL-DSN-MEMBER TO WS-FIELD-NAME
               PERFORM JCL-TAKE-QUALIFIER THRU JCL-TAKE-QUALIFIER-EXIT
           END-IF.
       JCL-CAPTURE-DSN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JCL-TAKE-QUALIFIER - ONE QUALIFIER IN WS-FIELD-NAME.  ON
      * PASS K IT GOES INTO THE KEEP TABLE.  ON PASS Q IT IS
      * CAPTURED ON THE QUAL SERIES UNLESS IT IS SYMBOLIC, A JCL
      * KEYWORD (RENAMING IT WOULD RENAME THE KEYWORD EVERYWHERE
      * ELSE IN THE MEMBER), OR PART OF A SYSTEM DATASET.  A
      * QUALIFIER ALREADY TABLED - A PROGRAM OR DD NAME, SAY -
      * KEEPS THE NAME IT ALREADY HAS.
      *----------------------------------------------------------
       JCL-TAKE-QUALIFIER.
           IF WS-JCL-KEEP-PASS
               PERFORM JCL-CHECK-KEEP-NAME THRU JCL-CHECK-KEEP-NAME-EXIT
               IF NOT WS-FOUND AND WS-JCL-KEEP-COUNT < 200
                   ADD 1 TO WS-JCL-KEEP-COUNT
                   MOVE WS-FIELD-NAME
                       TO WS-JCL-KEEP-NAME(WS-JCL-KEEP-COUNT)
               END-IF
               GO TO JCL-TAKE-QUALIFIER-EXIT
           END-IF
           MOVE 0 TO WS-K
           INSPECT WS-FIELD-NAME TALLYING WS-K FOR ALL '&'
           IF WS-K > 0
               GO TO JCL-TAKE-QUALIFIER-EXIT
           END-IF
           EVALUATE WS-FIELD-NAME
               WHEN 'JOB' WHEN 'EXEC' WHEN 'DD' WHEN 'PROC'
               WHEN 'PEND' WHEN 'SET' WHEN 'INCLUDE' WHEN 'JCLLIB'
               WHEN 'OUTPUT' WHEN 'IF' WHEN 'THEN' WHEN 'ELSE'
               WHEN 'ENDIF' WHEN 'DATA' WHEN 'DUMMY' WHEN 'SYSOUT'
               WHEN 'DISP' WHEN 'DSN' WHEN 'DSNAME' WHEN 'UNIT'
               WHEN 'SPACE' WHEN 'DCB' WHEN 'VOL' WHEN 'SER'
               WHEN 'CYL' WHEN 'TRK' WHEN 'NEW' WHEN 'OLD'
               WHEN 'SHR' WHEN 'MOD' WHEN 'CATLG' WHEN 'UNCATLG'
               WHEN 'DELETE' WHEN 'KEEP' WHEN 'PASS' WHEN 'RECFM'
               WHEN 'LRECL' WHEN 'BLKSIZE' WHEN 'DSORG' WHEN 'PGM'
               WHEN 'PARM' WHEN 'COND' WHEN 'REGION' WHEN 'CLASS'
               WHEN 'MSGCLASS' WHEN 'MSGLEVEL' WHEN 'NOTIFY'
               WHEN 'TIME' WHEN 'TYPRUN' WHEN 'RLSE' WHEN 'LABEL'
               WHEN 'EXPDT' WHEN 'RETPD' WHEN 'LIKE' WHEN 'SYSDA'
               WHEN 'SYSALLDA' WHEN 'VTOC' WHEN 'CONTIG' WHEN 'ROUND'
               WHEN 'DSNTYPE' WHEN 'LIBRARY' WHEN 'PDS' WHEN 'SL'
               WHEN 'NL' WHEN 'FB' WHEN 'VB' WHEN 'PO' WHEN 'PS'
               WHEN 'GDG' WHEN 'STEPLIB' WHEN 'JOBLIB' WHEN 'SYSIN'
               WHEN 'SYSPRINT' WHEN 'SYSUDUMP' WHEN 'SYSABEND'
               WHEN 'ORDER' WHEN 'EVEN' WHEN 'ONLY' WHEN 'RD'
               WHEN 'RESTART' WHEN 'ADDRSPC' WHEN 'DPRTY'
               WHEN 'PERFORM' WHEN 'ACCT' WHEN 'TRTCH' WHEN 'DEN'
               WHEN 'AVGREC' WHEN 'STORCLAS' WHEN 'MGMTCLAS'
               WHEN 'DATACLAS' WHEN 'FREE' WHEN 'CLOSE' WHEN 'END'
                   GO TO JCL-TAKE-QUALIFIER-EXIT
           END-EVALUATE
           PERFORM JCL-CHECK-KEEP-NAME THRU JCL-CHECK-KEEP-NAME-EXIT
           IF WS-FOUND
               GO TO JCL-TAKE-QUALIFIER-EXIT
           END-IF
           MOVE 'Q' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT.
       JCL-TAKE-QUALIFIER-EXIT.
           EXIT.

      *    WS-FOUND WHEN WS-FIELD-NAME IS A QUALIFIER OF A SYSTEM
      *    DATASET NAMED SOMEWHERE IN THIS MEMBER.
       JCL-CHECK-KEEP-NAME.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-JCL-I.
       JCL-CHECK-KEEP-NAME-LOOP.
           IF WS-JCL-I > WS-JCL-KEEP-COUNT
               GO TO JCL-CHECK-KEEP-NAME-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-JCL-KEEP-NAME(WS-JCL-I)
               MOVE 'Y' TO WS-FOUND-SW
               GO TO JCL-CHECK-KEEP-NAME-EXIT
           END-IF
           ADD 1 TO WS-JCL-I
           GO TO JCL-CHECK-KEEP-NAME-LOOP.
       JCL-CHECK-KEEP-NAME-EXIT.
           EXIT.

      *============================================================
      * THE ORIGINAL NAME TO A GENERATED VARNNNN OR PARANNNN NAME.
      *============================================================
       BUILD-SYMBOL-TABLE.
           PERFORM CICS-PRESCAN THRU CICS-PRESCAN-EXIT
           MOVE 1 TO WS-I
           PERFORM SCAN-SOURCE-LINE-LOOP
               THRU SCAN-SOURCE-LINE-LOOP-EXIT.
           PERFORM TRIM-SCAN-REGION
           IF WS-TRIM-LINE(1:18) = 'PROCEDURE DIVISION'
               MOVE 'Y' TO WS-IN-PROCEDURE-DIV-SW
               MOVE 'N' TO WS-CICS-MAP-GROUP-SW
           END-IF
           MOVE 0 TO WS-K
           INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'EXEC SQL'
           IF WS-K > 0
               MOVE 'Y' TO WS-IN-EXEC-SQL-SW
           END-IF
           MOVE 0 TO WS-K
           INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'EXEC CICS'
           IF WS-K > 0
               MOVE 'Y' TO WS-IN-EXEC-CICS-SW
               MOVE 'C' TO WS-CICS-PASS-SW
               PERFORM CICS-START-BLOCK
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-EXEC-SQL
                   PERFORM SCAN-SQL-LINE THRU SCAN-SQL-LINE-EXIT
                   MOVE 0 TO WS-K
                   INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'END-EXEC'
                   IF WS-K > 0
                       MOVE 'N' TO WS-IN-EXEC-SQL-SW
                   END-IF
               WHEN WS-IN-EXEC-CICS
                   MOVE 'C' TO WS-CICS-PASS-SW
                   PERFORM SCAN-CICS-LINE THRU SCAN-CICS-LINE-EXIT
                   MOVE 0 TO WS-K
                   INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'END-EXEC'
                   IF WS-K > 0
                       MOVE 'N' TO WS-IN-EXEC-CICS-SW
                   END-IF
               WHEN OTHER
                   IF WS-IN-PROCEDURE-DIV
                       PERFORM CHECK-FOR-PARAGRAPH-NAME
                           THRU CHECK-FOR-PARAGRAPH-NAME-EXIT
                       IF NOT WS-MEMBER-ABORT
                           PERFORM CHECK-FOR-CALL-TARGET
                               THRU CHECK-FOR-CALL-TARGET-EXIT
                       END-IF
                   ELSE
                       PERFORM CHECK-FOR-PROGRAM-ID
                           THRU CHECK-FOR-PROGRAM-ID-EXIT
                       IF NOT WS-MEMBER-ABORT
                           PERFORM CHECK-FOR-DATA-ITEM
                               THRU CHECK-FOR-DATA-ITEM-EXIT
                       END-IF
                       IF NOT WS-MEMBER-ABORT
                           PERFORM CHECK-FOR-FILE-NAME
                               THRU CHECK-FOR-FILE-NAME-EXIT
                       END-IF
                       IF NOT WS-MEMBER-ABORT
                           PERFORM CHECK-FOR-ASSIGN-TARGET
                               THRU CHECK-FOR-ASSIGN-TARGET-EXIT
                       END-IF
                       IF NOT WS-MEMBER-ABORT
                           PERFORM CHECK-FOR-INDEX-NAME
                               THRU CHECK-FOR-INDEX-NAME-EXIT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-MEMBER-ABORT
               GO TO SCAN-SOURCE-LINE-LOOP-EXIT
           END-IF
           IF WS-FIELD-NAME = SPACES
               GO TO CHECK-FOR-DATA-ITEM-EXIT
           END-IF
           IF WS-CICS-MEMBER
               IF WS-TMP = '01' OR WS-TMP = '1' OR WS-TMP = '77'
                   PERFORM CHECK-CICS-MAP-GROUP
               END-IF
           END-IF
           IF WS-FIELD-NAME = 'FILLER'
               GO TO CHECK-FOR-DATA-ITEM-EXIT
           END-IF
      * OR FD/SD LINE SO CLAIM-MASTER-FILE AND ITS LIKE GO OUT
      * RENAMED EVERYWHERE THEY APPEAR - THE SELECT, THE FD, AND
      * EVERY OPEN, READ, AND WRITE THAT NAMES THE RECORD'S FILE.
      * A SELECT ALSO LEAVES THE FILE'S GENERATED NAME IN
      * WS-ASSIGN-FILE-NEW FOR THE ASSIGN CLAUSE THAT FOLLOWS IT.
      *----------------------------------------------------------
       CHECK-FOR-FILE-NAME.
           MOVE SPACES TO WS-TMP WS-FIELD-NAME WS-NESTED-FIELD-NAME
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-TMP = 'SELECT'
                   MOVE SPACES TO WS-ASSIGN-FILE-NEW
                   IF WS-FIELD-NAME = 'OPTIONAL'
                       MOVE WS-NESTED-FIELD-NAME TO WS-FIELD-NAME
                   END-IF
               WHEN WS-TMP = 'FD' OR WS-TMP = 'SD'
                   MOVE SPACES TO WS-ASSIGN-FILE-NEW
               WHEN OTHER
                   GO TO CHECK-FOR-FILE-NAME-EXIT
           END-EVALUATE
           END-IF
           MOVE 'F' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT
           IF WS-TRIM-LINE(1:7) = 'SELECT '
               PERFORM LOOKUP-SYMBOL
               IF WS-FOUND
                   MOVE WS-SYM-NEW-NAME(WS-SYM-IDX)
                       TO WS-ASSIGN-FILE-NEW
               END-IF
           END-IF.
       CHECK-FOR-FILE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-FOR-ASSIGN-TARGET - THE DD NAME AN ASSIGN CLAUSE
      * NAMES IS THE NAME THE JOB STREAM'S DD STATEMENT CARRIES,
      * AND PAYMAST ON BOTH SIDES TELLS A VENDOR AS MUCH AS THE
      * FILE NAME DOES.  IT GOES OUT AS F AND THE SIX DIGITS OF
      * THE FILE'S OWN GENERATED NAME, FILED IN THE DICTIONARY AS
      * KIND A SO THE JCL RUN CAN RENAME THE DD STATEMENT TO
      * MATCH.  ONLY A PLAIN DD NAME QUALIFIES - EIGHT CHARACTERS
      * OR FEWER, NO HYPHEN, NOT QUOTED - SO A DYNAMIC ASSIGNMENT
      * THROUGH A DATA NAME, A LITERAL PATH AND THE UT-S- FORMS
      * ARE LEFT AS THEY ARE.  THE CLAUSE MAY SIT ON THE SELECT
      * LINE OR ON A LATER ONE, AND ITS TARGET ON THE LINE AFTER.
      *----------------------------------------------------------
       CHECK-FOR-ASSIGN-TARGET.
           IF WS-ASSIGN-FILE-NEW(1:4) NOT = 'FILE'
               GO TO CHECK-FOR-ASSIGN-TARGET-EXIT
           END-IF
           MOVE 'ASSIGN' TO WS-SUB-OLD-NAME
           PERFORM CHECK-LINE-FOR-KEYWORD
               THRU CHECK-LINE-FOR-KEYWORD-EXIT
           IF NOT WS-KEYWORD-FOUND
               GO TO CHECK-FOR-ASSIGN-TARGET-EXIT
           END-IF
           MOVE WS-TRIM-LINE TO WS-TRIM-LINE-SAVE
           COMPUTE WS-LIT-PTR = WS-SCAN-PTR + 6
           COMPUTE WS-LIT-LEN = 81 - WS-LIT-PTR
           MOVE SPACES TO WS-TRIM-LINE
           MOVE WS-TRIM-LINE-SAVE(WS-LIT-PTR:WS-LIT-LEN)
               TO WS-TRIM-LINE
           PERFORM ASSIGN-TARGET-FROM-TRIM-LINE
           IF WS-FIELD-NAME = SPACES
           AND WS-I < WS-LINE-COUNT
               MOVE WS-SOURCE-LINE(WS-I + 1) TO WS-TRIM-LINE
               PERFORM TRIM-SCAN-REGION
               PERFORM ASSIGN-TARGET-FROM-TRIM-LINE
           END-IF
           MOVE WS-TRIM-LINE-SAVE TO WS-TRIM-LINE
           PERFORM STRIP-TRAILING-PERIOD
           IF WS-FIELD-NAME = SPACES
           OR WS-FIELD-NAME(1:1) NOT ALPHABETIC
           OR WS-FIELD-NAME(9:22) NOT = SPACES
               GO TO CHECK-FOR-ASSIGN-TARGET-EXIT
           END-IF
           MOVE 0 TO WS-K
           INSPECT WS-FIELD-NAME TALLYING WS-K FOR ALL '-'
           IF WS-K > 0
               GO TO CHECK-FOR-ASSIGN-TARGET-EXIT
           END-IF
           EVALUATE WS-FIELD-NAME
               WHEN 'DYNAMIC' WHEN 'EXTERNAL' WHEN 'DISK'
               WHEN 'PRINTER' WHEN 'KEYBOARD' WHEN 'DISPLAY'
               WHEN 'USING' WHEN 'TAPE' WHEN 'RANDOM'
                   GO TO CHECK-FOR-ASSIGN-TARGET-EXIT
           END-EVALUATE
           MOVE 'A' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT
           MOVE SPACES TO WS-ASSIGN-FILE-NEW.
       CHECK-FOR-ASSIGN-TARGET-EXIT.
           EXIT.

      *    THE FIRST WORD OF WS-TRIM-LINE, OR THE SECOND WHEN THE
      *    FIRST IS THE OPTIONAL TO, INTO WS-FIELD-NAME.
       ASSIGN-TARGET-FROM-TRIM-LINE.
           PERFORM LEFT-TRIM-WORK-LINE
           MOVE SPACES TO WS-TMP WS-FIELD-NAME
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
               INTO WS-TMP WS-FIELD-NAME
           END-UNSTRING
           IF WS-TMP NOT = 'TO'
               MOVE WS-TMP TO WS-FIELD-NAME
           END-IF.

      *----------------------------------------------------------
      * CHECK-FOR-PROGRAM-ID - THE PROGRAM NAME IS ALSO THE MEMBER
      * NAME ON THE VENDOR'S INVOICE AND THE NAME EVERY CALLER
                       PERFORM GENERATE-NEW-SQL-NAME
                           THRU GENERATE-NEW-SQL-NAME-EXIT
                   WHEN 'G'
                       IF WS-JCL-SHORT-NAME
                           PERFORM GENERATE-NEW-QUAL-NAME
                               THRU GENERATE-NEW-QUAL-NAME-EXIT
                       ELSE
                           PERFORM GENERATE-NEW-PROG-NAME
                               THRU GENERATE-NEW-PROG-NAME-EXIT
                       END-IF
                   WHEN 'R'
                       PERFORM GENERATE-NEW-RSRC-NAME
                           THRU GENERATE-NEW-RSRC-NAME-EXIT
                   WHEN 'T'
                       PERFORM GENERATE-NEW-TRAN-NAME
                           THRU GENERATE-NEW-TRAN-NAME-EXIT
                   WHEN 'A'
                       PERFORM GENERATE-NEW-DDNAME-NAME
                           THRU GENERATE-NEW-DDNAME-NAME-EXIT
                   WHEN 'Q'
                       PERFORM GENERATE-NEW-QUAL-NAME
                           THRU GENERATE-NEW-QUAL-NAME-EXIT
               END-EVALUATE
               IF WS-MEMBER-ABORT
                   GO TO CAPTURE-SYMBOL-FOR-KIND-EXIT
           OR WS-FIELD-NAME(1:1) NOT ALPHABETIC
               GO TO CAPTURE-SQL-HOST-NAME-EXIT
           END-IF
           MOVE 'D' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT.
       CAPTURE-SQL-HOST-NAME-EXIT.
           EXIT.

       CAPTURE-SQL-NAME.
           IF WS-FIELD-NAME = SPACES
           OR WS-FIELD-NAME(1:1) NOT ALPHABETIC
           OR WS-MEMBER-ABORT
               GO TO CAPTURE-SQL-NAME-EXIT
           END-IF
           EVALUATE WS-FIELD-NAME
               WHEN 'CURRENT_DATE' WHEN 'CURRENT_TIME'
               WHEN 'CURRENT_TIMESTAMP' WHEN 'CURRENT_SERVER'
               WHEN 'CURRENT_TIMEZONE' WHEN 'SESSION_USER'
               WHEN 'SYSTEM_USER'
                   GO TO CAPTURE-SQL-NAME-EXIT
           END-EVALUATE
           MOVE 'S' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT.
       CAPTURE-SQL-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CICS-PRESCAN - ONE QUICK WALK OF THE BUFFER BEFORE THE
      * SYMBOL SCAN.  A MEMBER WITH ANY EXEC CICS BLOCK IS A CICS
      * MEMBER, AND ITS DFH/EIB NAMES ARE PROTECTED FROM THE FIRST
      * DECLARATION ON.  THE MAP NAMES QUOTED IN ITS SEND AND
      * RECEIVE MAP COMMANDS ARE COLLECTED HERE BECAUSE THE BMS
      * SYMBOLIC MAP - THE <MAP>I AND <MAP>O GROUPS THE MAPSET
      * COPYBOOK DECLARES - SITS IN WORKING-STORAGE WELL ABOVE THE
      * COMMANDS THAT NAME IT, AND MUST BE KNOWN BEFORE THE DATA
      * SCAN REACHES IT.  A SPILLED MEMBER IS PRE-SCANNED CHUNK BY
      * CHUNK, SO ONLY THE MAPS NAMED IN CHUNKS ALREADY READ ARE
      * KNOWN WHEN A LATER CHUNK'S DATA IS SCANNED.
      *----------------------------------------------------------
       CICS-PRESCAN.
           MOVE WS-CICS-STATE TO WS-CICS-STATE-SAVE
           MOVE 'P' TO WS-CICS-PASS-SW
           MOVE 'N' TO WS-CICS-IN-BLOCK-SW
           MOVE 1 TO WS-CICS-LINE.
       CICS-PRESCAN-LOOP.
           IF WS-CICS-LINE > WS-LINE-COUNT
               GO TO CICS-PRESCAN-DONE
           END-IF
           MOVE WS-SOURCE-LINE(WS-CICS-LINE) TO WS-TRIM-LINE
           PERFORM TRIM-SCAN-REGION
           MOVE 0 TO WS-K
           INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'EXEC CICS'
           IF WS-K > 0
               MOVE 'Y' TO WS-CICS-MEMBER-SW
               PERFORM CICS-START-BLOCK
           END-IF
           IF WS-CICS-IN-BLOCK-SW = 'Y'
               PERFORM SCAN-CICS-LINE THRU SCAN-CICS-LINE-EXIT
               MOVE 0 TO WS-K
               INSPECT WS-TRIM-LINE TALLYING WS-K FOR ALL 'END-EXEC'
               IF WS-K > 0
                   MOVE 'N' TO WS-CICS-IN-BLOCK-SW
               END-IF
           END-IF
           ADD 1 TO WS-CICS-LINE
           GO TO CICS-PRESCAN-LOOP.
       CICS-PRESCAN-DONE.
           MOVE WS-CICS-STATE-SAVE TO WS-CICS-STATE
           MOVE 'C' TO WS-CICS-PASS-SW.
       CICS-PRESCAN-EXIT.
           EXIT.

       CICS-START-BLOCK.
           MOVE 'Y' TO WS-CICS-IN-BLOCK-SW
           MOVE SPACES TO WS-CICS-VERB WS-CICS-OPTION
                          WS-CICS-LAST-WORD
           MOVE 0 TO WS-CICS-DEPTH.

      *----------------------------------------------------------
      * SCAN-CICS-LINE - ONE LINE OF AN EXEC CICS BLOCK.  THE
      * COMMAND IS A VERB FOLLOWED BY OPTIONS, EACH OPTION A
      * KEYWORD WITH ITS ARGUMENT IN PARENTHESES, SO THE WALK
      * KEEPS THE VERB, THE OPTION WHOSE PARENTHESES IT IS INSIDE,
      * AND HOW DEEP (A SUBSCRIPTED ARGUMENT NESTS ONE LEVEL MORE).
      * EVERY WORD INSIDE AN OPTION'S PARENTHESES IS AN ARGUMENT
      * AND GOES TO CICS-CAPTURE-ARGUMENT; KEYWORDS OUTSIDE THEM
      * ARE CICS'S OWN AND ARE LEFT ALONE.  A SPACE BETWEEN THE
      * KEYWORD AND ITS PARENTHESIS IS ALLOWED, SO THE LAST BARE
      * WORD SEEN IS REMEMBERED AS THE OPTION AN EMPTY TOKEN
      * ENDING IN '(' OPENS.
      *----------------------------------------------------------
       SCAN-CICS-LINE.
           MOVE 1 TO WS-CICS-SCAN-PTR.
       SCAN-CICS-TOKEN-LOOP.
           IF WS-MEMBER-ABORT OR WS-CICS-SCAN-PTR > 80
               GO TO SCAN-CICS-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-CICS-TOKEN WS-CICS-DELIM
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
                   OR '(' OR ')'
               INTO WS-CICS-TOKEN DELIMITER IN WS-CICS-DELIM
               WITH POINTER WS-CICS-SCAN-PTR
           END-UNSTRING
           IF WS-CICS-TOKEN = SPACES
               PERFORM CICS-TRACK-PARENTHESES
               GO TO SCAN-CICS-TOKEN-LOOP
           END-IF
           IF WS-CICS-DEPTH = 0
               EVALUATE WS-CICS-TOKEN
                   WHEN 'EXEC' WHEN 'CICS'
                       CONTINUE
                   WHEN 'END-EXEC' WHEN 'END-EXEC.'
                       MOVE SPACES TO WS-CICS-LAST-WORD
                   WHEN OTHER
                       IF WS-CICS-VERB = SPACES
                           MOVE WS-CICS-TOKEN TO WS-CICS-VERB
                       END-IF
                       MOVE WS-CICS-TOKEN TO WS-CICS-LAST-WORD
               END-EVALUATE
           ELSE
               PERFORM CICS-CAPTURE-ARGUMENT
                   THRU CICS-CAPTURE-ARGUMENT-EXIT
           END-IF
           PERFORM CICS-TRACK-PARENTHESES
           GO TO SCAN-CICS-TOKEN-LOOP.
       SCAN-CICS-LINE-EXIT.
           EXIT.

       CICS-TRACK-PARENTHESES.
           EVALUATE WS-CICS-DELIM
               WHEN '('
                   IF WS-CICS-DEPTH = 0
                       MOVE WS-CICS-LAST-WORD TO WS-CICS-OPTION
                   END-IF
                   ADD 1 TO WS-CICS-DEPTH
               WHEN ')'
                   IF WS-CICS-DEPTH > 0
                       SUBTRACT 1 FROM WS-CICS-DEPTH
                   END-IF
                   IF WS-CICS-DEPTH = 0
                       MOVE SPACES TO WS-CICS-OPTION WS-CICS-LAST-WORD
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------
      * CICS-CAPTURE-ARGUMENT - ONE WORD INSIDE AN OPTION'S
      * PARENTHESES.  A QUOTED ARGUMENT IS A RESOURCE NAME:
      * PROGRAM GOES ON THE PROG SERIES LIKE A CALL TARGET,
      * TRANSID ON THE TRAN SERIES, AND MAP, MAPSET, FILE,
      * DATASET, QUEUE AND QNAME ON THE RSRC SERIES; ANY OTHER
      * QUOTED ARGUMENT IS ORDINARY LITERAL DATA.  A BARE NAME IS
      * A DATA NAME AND IS CAPTURED AS ONE, SO A GROUP ITEM WITH
      * NO PIC OF ITS OWN PICKS UP A NAME TOO - EXCEPT UNDER
      * HANDLE, WHERE A BARE ARGUMENT IS A PARAGRAPH LABEL THE
      * PARAGRAPH SCAN OWNS, AND THE LENGTH OF / ADDRESS OF
      * SPECIAL REGISTERS.  THE PRE-SCAN ONLY NOTES MAP NAMES.
      *----------------------------------------------------------
       CICS-CAPTURE-ARGUMENT.
           IF WS-CICS-TOKEN(1:1) = "'" OR WS-CICS-TOKEN(1:1) = '"'
               MOVE 0 TO WS-CICS-LEN
               INSPECT WS-CICS-TOKEN(2:59) TALLYING WS-CICS-LEN
                   FOR CHARACTERS BEFORE INITIAL "'"
               IF WS-CICS-TOKEN(1:1) = '"'
                   MOVE 0 TO WS-CICS-LEN
                   INSPECT WS-CICS-TOKEN(2:59) TALLYING WS-CICS-LEN
                       FOR CHARACTERS BEFORE INITIAL '"'
               END-IF
               IF WS-CICS-LEN < 1 OR WS-CICS-LEN > 30
                   GO TO CICS-CAPTURE-ARGUMENT-EXIT
               END-IF
               MOVE SPACES TO WS-FIELD-NAME
               MOVE WS-CICS-TOKEN(2:WS-CICS-LEN) TO WS-FIELD-NAME
               IF WS-FIELD-NAME(1:1) NOT ALPHABETIC
                   GO TO CICS-CAPTURE-ARGUMENT-EXIT
               END-IF
               EVALUATE WS-CICS-OPTION
                   WHEN 'PROGRAM'
                       MOVE 'G' TO WS-DICT-LOOKUP-KIND
                   WHEN 'TRANSID'
                       MOVE 'T' TO WS-DICT-LOOKUP-KIND
                   WHEN 'MAP' WHEN 'MAPSET' WHEN 'FILE'
                   WHEN 'DATASET' WHEN 'QUEUE' WHEN 'QNAME'
                       MOVE 'R' TO WS-DICT-LOOKUP-KIND
                   WHEN OTHER
                       GO TO CICS-CAPTURE-ARGUMENT-EXIT
               END-EVALUATE
               IF WS-CICS-PRESCAN-PASS
                   IF WS-CICS-OPTION = 'MAP'
                       PERFORM CICS-ADD-MAP-NAME
                   END-IF
                   GO TO CICS-CAPTURE-ARGUMENT-EXIT
               END-IF
               PERFORM CAPTURE-SYMBOL-FOR-KIND
                   THRU CAPTURE-SYMBOL-FOR-KIND-EXIT
               GO TO CICS-CAPTURE-ARGUMENT-EXIT
           END-IF
           IF WS-CICS-PRESCAN-PASS
           OR WS-CICS-VERB = 'HANDLE'
           OR WS-CICS-TOKEN(1:1) NOT ALPHABETIC
           OR WS-CICS-TOKEN(31:30) NOT = SPACES
               GO TO CICS-CAPTURE-ARGUMENT-EXIT
           END-IF
           EVALUATE WS-CICS-TOKEN
               WHEN 'LENGTH' WHEN 'ADDRESS' WHEN 'OF' WHEN 'IN'
               WHEN 'DFHRESP' WHEN 'DFHVALUE'
                   GO TO CICS-CAPTURE-ARGUMENT-EXIT
           END-EVALUATE
           MOVE WS-CICS-TOKEN TO WS-FIELD-NAME
           PERFORM STRIP-TRAILING-PERIOD
           IF WS-FIELD-NAME = SPACES
               GO TO CICS-CAPTURE-ARGUMENT-EXIT
           END-IF
           MOVE 'D' TO WS-DICT-LOOKUP-KIND
           PERFORM CAPTURE-SYMBOL-FOR-KIND
               THRU CAPTURE-SYMBOL-FOR-KIND-EXIT.
       CICS-CAPTURE-ARGUMENT-EXIT.
           EXIT.

       CICS-ADD-MAP-NAME.
           MOVE 1 TO WS-CICS-I
           PERFORM CICS-FIND-MAP-LOOP THRU CICS-FIND-MAP-LOOP-EXIT
           IF NOT WS-FOUND AND WS-CICS-MAP-COUNT < 500
               ADD 1 TO WS-CICS-MAP-COUNT
               MOVE WS-FIELD-NAME
                   TO WS-CICS-MAP-NAME(WS-CICS-MAP-COUNT)
           END-IF.

      *    TRUE (WS-FOUND) WHEN WS-FIELD-NAME IS ALREADY IN THE
      *    MAP TABLE, SEARCHING FROM WS-CICS-I.
       CICS-FIND-MAP-LOOP.
           MOVE 'N' TO WS-FOUND-SW.
       CICS-FIND-MAP-NEXT.
           IF WS-CICS-I > WS-CICS-MAP-COUNT
               GO TO CICS-FIND-MAP-LOOP-EXIT
           END-IF
           IF WS-CICS-MAP-NAME(WS-CICS-I) = WS-FIELD-NAME
               MOVE 'Y' TO WS-FOUND-SW
               GO TO CICS-FIND-MAP-LOOP-EXIT
           END-IF
           ADD 1 TO WS-CICS-I
           GO TO CICS-FIND-MAP-NEXT.
       CICS-FIND-MAP-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-CICS-MAP-GROUP - CALLED FOR EACH LEVEL 01 OR 77 IN
      * A CICS MEMBER'S DATA DIVISION.  A GROUP NAMED FOR A MAP
      * THE PROGRAM SENDS OR RECEIVES WITH AN I OR O SUFFIX IS A
      * BMS SYMBOLIC MAP, AND EVERY NAME IN IT UNTIL THE NEXT 01
      * IS GENERATED BY THE MAP ASSEMBLY, NOT BY US; RENAMING ONE
      * WOULD PART THE PROGRAM FROM ITS MAP.
      *----------------------------------------------------------
       CHECK-CICS-MAP-GROUP.
           MOVE 'N' TO WS-CICS-MAP-GROUP-SW
           PERFORM CHECK-CICS-MAP-SUFFIX
               THRU CHECK-CICS-MAP-SUFFIX-EXIT
           IF WS-FOUND
               MOVE 'Y' TO WS-CICS-MAP-GROUP-SW
           END-IF.

      *    TRUE (WS-FOUND) WHEN WS-FIELD-NAME, LESS ANY PERIOD, IS
      *    A COLLECTED MAP NAME FOLLOWED BY I OR O.  WS-FIELD-NAME
      *    ITSELF IS LEFT AS IT WAS.
       CHECK-CICS-MAP-SUFFIX.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-CICS-LEN
           INSPECT WS-FIELD-NAME TALLYING WS-CICS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CICS-LEN > 1
               IF WS-FIELD-NAME(WS-CICS-LEN:1) = '.'
                   SUBTRACT 1 FROM WS-CICS-LEN
               END-IF
           END-IF
           IF WS-CICS-LEN < 2 OR WS-CICS-MAP-COUNT = 0
               GO TO CHECK-CICS-MAP-SUFFIX-EXIT
           END-IF
           IF WS-FIELD-NAME(WS-CICS-LEN:1) NOT = 'I'
           AND WS-FIELD-NAME(WS-CICS-LEN:1) NOT = 'O'
               GO TO CHECK-CICS-MAP-SUFFIX-EXIT
           END-IF
           MOVE WS-FIELD-NAME TO WS-CICS-TOKEN
           MOVE SPACES TO WS-FIELD-NAME
           MOVE WS-CICS-TOKEN(1:WS-CICS-LEN - 1) TO WS-FIELD-NAME
           MOVE 1 TO WS-CICS-I
           PERFORM CICS-FIND-MAP-LOOP THRU CICS-FIND-MAP-LOOP-EXIT
           MOVE WS-CICS-TOKEN TO WS-FIELD-NAME.
       CHECK-CICS-MAP-SUFFIX-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-CICS-SUPPLIED-NAME - TRUE (WS-FOUND) FOR A NAME IN
      * A CICS MEMBER THAT CICS OR BMS SUPPLIES AND THE PROGRAM
      * ONLY BORROWS: DFHCOMMAREA, DFHEIBLK AND THE REST OF THE
      * DFH FAMILY (DFHAID, DFHBMSCA, DFHRESP), THE EIB FIELDS,
      * AND THE SYMBOLIC MAP NAMES.  NONE OF THESE NEEDS AN
      * EXCLUDE= LINE IN CONFIG.DAT.
      *----------------------------------------------------------
       CHECK-CICS-SUPPLIED-NAME.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-FIELD-NAME(1:3) = 'DFH' OR WS-FIELD-NAME(1:3) = 'EIB'
           OR WS-CICS-MAP-GROUP
               MOVE 'Y' TO WS-FOUND-SW
               GO TO CHECK-CICS-SUPPLIED-NAME-EXIT
           END-IF
           PERFORM CHECK-CICS-MAP-SUFFIX
               THRU CHECK-CICS-MAP-SUFFIX-EXIT.
       CHECK-CICS-SUPPLIED-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      *----------------------------------------------------------
      * CHECK-NAME-EXCLUDED.  TRUE WHEN WS-FIELD-NAME
      * MATCHES AN ENTRY FROM THE EXCLUDE LIST READ OUT OF
      * CONFIG.DAT, OR IN A CICS MEMBER IS A NAME CICS SUPPLIES.
      *----------------------------------------------------------
       CHECK-NAME-EXCLUDED.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-CICS-MEMBER
               PERFORM CHECK-CICS-SUPPLIED-NAME
                   THRU CHECK-CICS-SUPPLIED-NAME-EXIT
               IF WS-FOUND
                   GO TO CHECK-NAME-EXCLUDED-EXIT
               END-IF
           END-IF
           IF WS-CFG-EXCLUDE-COUNT = 0
               GO TO CHECK-NAME-EXCLUDED-EXIT
           END-IF
               END-IF
               GO TO GENERATE-NEW-VAR-NAME-EXIT
           END-IF
           MOVE WS-VAR-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING WS-CFG-PREFIX DELIMITED BY SPACE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-VAR-COUNTER
               END-IF
               GO TO GENERATE-NEW-PARA-NAME-EXIT
           END-IF
           MOVE WS-PARA-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'PARA' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-PARA-COUNTER
               END-IF
               GO TO GENERATE-NEW-COND-NAME-EXIT
           END-IF
           MOVE WS-COND-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'COND' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-COND-COUNTER
               END-IF
               GO TO GENERATE-NEW-FILE-NAME-EXIT
           END-IF
           MOVE WS-FILE-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'FILE' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-FILE-COUNTER
               END-IF
               GO TO GENERATE-NEW-INDEX-NAME-EXIT
           END-IF
           MOVE WS-INDEX-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'INDX' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-INDEX-COUNTER
               END-IF
               GO TO GENERATE-NEW-SQL-NAME-EXIT
           END-IF
           MOVE WS-SQL-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'SQLN' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-SQL-COUNTER
               END-IF
               GO TO GENERATE-NEW-PROG-NAME-EXIT
           END-IF
           MOVE WS-PROG-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'PROG' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-PROG-COUNTER
       GENERATE-NEW-PROG-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GENERATE-NEW-RSRC-NAME - THE RSRC SERIES NAMES THE CICS
      * RESOURCES AN EXEC CICS BLOCK QUOTES: MAPS, MAPSETS, FILES
      * AND QUEUES.  R AND SIX DIGITS IS SEVEN CHARACTERS, WITHIN
      * THE SHORTEST OF THOSE NAMES (A MAP OR MAPSET).
      *----------------------------------------------------------
       GENERATE-NEW-RSRC-NAME.
           IF WS-RSRC-COUNTER-MAXED
               IF NOT WS-MEMBER-ABORT
                   DISPLAY 'COBOLCMP: WS-RSRC-COUNTER EXHAUSTED - '
                       WS-INPUT-PATH ' - MEMBER SKIPPED'
                   MOVE 'Y' TO WS-MEMBER-ABORT-SW
                   MOVE 0004 TO WS-MEMBER-REASON
               END-IF
               GO TO GENERATE-NEW-RSRC-NAME-EXIT
           END-IF
           MOVE WS-RSRC-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'R' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-RSRC-COUNTER
           ADD 1 TO WS-VARS-RENAMED-COUNT.
       GENERATE-NEW-RSRC-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GENERATE-NEW-TRAN-NAME - THE TRAN SERIES NAMES CICS
      * TRANSACTION IDS, WHICH ARE FOUR CHARACTERS AT MOST: T AND
      * THE LOW THREE DIGITS OF THE COUNTER.
      *----------------------------------------------------------
       GENERATE-NEW-TRAN-NAME.
           IF WS-TRAN-COUNTER-MAXED
               IF NOT WS-MEMBER-ABORT
                   DISPLAY 'COBOLCMP: WS-TRAN-COUNTER EXHAUSTED - '
                       WS-INPUT-PATH ' - MEMBER SKIPPED'
                   MOVE 'Y' TO WS-MEMBER-ABORT-SW
                   MOVE 0004 TO WS-MEMBER-REASON
               END-IF
               GO TO GENERATE-NEW-TRAN-NAME-EXIT
           END-IF
           MOVE WS-TRAN-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'T' DELIMITED BY SIZE
                   WS-VEN-SER-OUT(4:3) DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-TRAN-COUNTER
           ADD 1 TO WS-VARS-RENAMED-COUNT.
       GENERATE-NEW-TRAN-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GENERATE-NEW-DDNAME-NAME - A DD NAME HAS NO SERIES OF ITS
      * OWN; IT IS F AND THE SIX DIGITS OF THE GENERATED NAME OF
      * THE FILE WHOSE ASSIGN CLAUSE NAMES IT (WS-ASSIGN-FILE-NEW),
      * SO THE VENDOR CAN PAIR A DD STATEMENT WITH ITS SELECT.
      * WHEN THAT NAME IS ALREADY TAKEN BY ANOTHER DD NAME - TWO
      * PROGRAMS' FILES SHARING ONE NUMBER WITHOUT A DICTIONARY -
      * A LETTER IS ADDED, KEEPING IT WITHIN EIGHT CHARACTERS.
      *----------------------------------------------------------
       GENERATE-NEW-DDNAME-NAME.
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'F' DELIMITED BY SIZE
                   WS-ASSIGN-FILE-NEW(5:6) DELIMITED BY SPACE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           MOVE 0 TO WS-DDNAME-SUFFIX
           PERFORM CHECK-DDNAME-IN-USE THRU CHECK-DDNAME-IN-USE-EXIT.
       GENERATE-NEW-DDNAME-NAME-LOOP.
           IF NOT WS-FOUND
               ADD 1 TO WS-VARS-RENAMED-COUNT
               GO TO GENERATE-NEW-DDNAME-NAME-EXIT
           END-IF
           ADD 1 TO WS-DDNAME-SUFFIX
           IF WS-DDNAME-SUFFIX > 26
               IF NOT WS-MEMBER-ABORT
                   DISPLAY 'COBOLCMP: DD NAMES FOR '
                       WS-ASSIGN-FILE-NEW ' EXHAUSTED - '
                       WS-INPUT-PATH ' - MEMBER SKIPPED'
                   MOVE 'Y' TO WS-MEMBER-ABORT-SW
                   MOVE 0004 TO WS-MEMBER-REASON
               END-IF
               GO TO GENERATE-NEW-DDNAME-NAME-EXIT
           END-IF
           MOVE WS-DDNAME-LETTERS(WS-DDNAME-SUFFIX:1)
               TO WS-NEW-VAR-NAME(8:1)
           PERFORM CHECK-DDNAME-IN-USE THRU CHECK-DDNAME-IN-USE-EXIT
           GO TO GENERATE-NEW-DDNAME-NAME-LOOP.
       GENERATE-NEW-DDNAME-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-DDNAME-IN-USE - TRUE (WS-FOUND) WHEN WS-NEW-VAR-NAME
      * IS ALREADY THE GENERATED NAME OF SOME OTHER DD NAME, IN
      * THE DICTIONARY OR IN THIS MEMBER'S SYMBOL TABLE.
      *----------------------------------------------------------
       CHECK-DDNAME-IN-USE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SYM-IDX TO 1.
       CHECK-DDNAME-IN-USE-SYM.
           IF WS-SYM-IDX > WS-SYMBOL-COUNT
               GO TO CHECK-DDNAME-IN-USE-DICT
           END-IF
           IF WS-SYM-NEW-NAME(WS-SYM-IDX) = WS-NEW-VAR-NAME
               MOVE 'Y' TO WS-FOUND-SW
               GO TO CHECK-DDNAME-IN-USE-EXIT
           END-IF
           SET WS-SYM-IDX UP BY 1
           GO TO CHECK-DDNAME-IN-USE-SYM.
       CHECK-DDNAME-IN-USE-DICT.
           IF NOT WS-DICT-ENABLED
               GO TO CHECK-DDNAME-IN-USE-EXIT
           END-IF
           SET WS-DICT-IDX TO 1.
       CHECK-DDNAME-IN-USE-DICT-LOOP.
           IF WS-DICT-IDX > WS-DICT-COUNT
               GO TO CHECK-DDNAME-IN-USE-EXIT
           END-IF
           IF WS-DICT-NEW-NAME(WS-DICT-IDX) = WS-NEW-VAR-NAME
           AND WS-DICT-KIND(WS-DICT-IDX) = 'A'
               MOVE 'Y' TO WS-FOUND-SW
               GO TO CHECK-DDNAME-IN-USE-EXIT
           END-IF
           SET WS-DICT-IDX UP BY 1
           GO TO CHECK-DDNAME-IN-USE-DICT-LOOP.
       CHECK-DDNAME-IN-USE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GENERATE-NEW-QUAL-NAME - THE QUAL SERIES NAMES THE
      * QUALIFIERS OF A DATASET NAME IN A JCL OR PROC MEMBER.  Q
      * AND SIX DIGITS IS SEVEN CHARACTERS, INSIDE THE EIGHT A
      * QUALIFIER OR A PDS MEMBER NAME IS ALLOWED.
      *----------------------------------------------------------
       GENERATE-NEW-QUAL-NAME.
           IF WS-QUAL-COUNTER-MAXED
               IF NOT WS-MEMBER-ABORT
                   DISPLAY 'COBOLCMP: WS-QUAL-COUNTER EXHAUSTED - '
                       WS-INPUT-PATH ' - MEMBER SKIPPED'
                   MOVE 'Y' TO WS-MEMBER-ABORT-SW
                   MOVE 0004 TO WS-MEMBER-REASON
               END-IF
               GO TO GENERATE-NEW-QUAL-NAME-EXIT
           END-IF
           MOVE WS-QUAL-COUNTER TO WS-VEN-SER-IN
           PERFORM VENDOR-SERIES-NUMBER
           MOVE SPACES TO WS-NEW-VAR-NAME
           STRING 'Q' DELIMITED BY SIZE
                   WS-VEN-SER-OUT DELIMITED BY SIZE
                   INTO WS-NEW-VAR-NAME
           END-STRING
           ADD 1 TO WS-QUAL-COUNTER
           ADD 1 TO WS-VARS-RENAMED-COUNT.
       GENERATE-NEW-QUAL-NAME-EXIT.
           EXIT.

      *============================================================
      * LOAD-CROSSREF-MAPPING.  THE REVERSE OF BUILD-SYMBOL-TABLE,
      * USED BY THE RUNMODE=DEOBF RUN.  READS THE CROSSREF REPORT
           CLOSE CROSSREF-FILE
           IF WS-FOUND
               MOVE SPACES TO WS-INPUT-PATH
               STRING WS-OUT-DIR DELIMITED BY SPACE
                       WS-NEW-VAR-NAME DELIMITED BY SPACE
                       WS-MBR-EXT DELIMITED BY SPACE
                       INTO WS-INPUT-PATH
               END-STRING
           END-IF.
           END-IF
           PERFORM INIT-SEQ-RENUMBERING THRU INIT-SEQ-RENUMBERING-EXIT
           MOVE 'N' TO WS-PREV-COMMENT-SW
           MOVE 0 TO WS-WU-OUT-NO
           MOVE 1 TO WS-I
           PERFORM WRITE-OUTPUT-LOOP THRU WRITE-OUTPUT-LOOP-EXIT
           CLOSE OUTPUT-FILE
           END-IF
           PERFORM INIT-SEQ-RENUMBERING THRU INIT-SEQ-RENUMBERING-EXIT
           MOVE 'N' TO WS-PREV-COMMENT-SW
           MOVE 0 TO WS-OUT-BASE-NO WS-WU-OUT-NO
           MOVE 'N' TO WS-SPILL-EOF-SW WS-SPILL-HOLD-VALID-SW
                       WS-CHUNK-SEED-SW
           IF NOT WS-DEOBF-MODE
               PERFORM WU-START-LISTING
           END-IF.
       WRITE-SPILL-CHUNK-LOOP.
           PERFORM LOAD-SPILL-CHUNK THRU LOAD-SPILL-CHUNK-EXIT
           IF WS-LINE-COUNT = 0
               PERFORM WRITE-COPYBOOK-MEMBERS
                   THRU WRITE-COPYBOOK-MEMBERS-EXIT
           END-IF
      *    THE CHUNK'S WHERE-USED OCCURRENCES, WHILE ITS REWRITTEN
      *    LINES AND THEIR OUTPUT LINE NUMBERS ARE STILL IN HAND.
           IF NOT WS-DEOBF-MODE
               MOVE WS-OUT-BASE-NO TO WS-WU-BASE-NO
               MOVE 1 TO WS-WU-LINE
               PERFORM WU-SCAN-LINE-LOOP THRU WU-SCAN-LINE-LOOP-EXIT
           END-IF
           ADD WS-LINE-COUNT TO WS-OUT-BASE-NO
           GO TO WRITE-SPILL-CHUNK-LOOP.
       WRITE-SPILL-CHUNKS-DONE.
      *    THEM.  ONLY THE WRITE ITSELF IS SKIPPED; THE SEQ MAP
      *    WAS REWRITTEN WHOLE WITH THE CROSSREF, SO THE REPLAYED
      *    RECORDS REBUILD IT COMPLETE RATHER THAN DUPLICATE IT.
           MOVE 0 TO WS-SOURCE-OUT-LINE(WS-I)
           IF NOT WS-CFG-COPYMODE-KEEP
           OR WS-SOURCE-COPY-NO(WS-I) = 0
               MOVE WS-SOURCE-LINE(WS-I) TO WS-POLICY-LINE
                       THRU APPLY-COMMENT-POLICY-EXIT
               END-IF
               IF NOT WS-SUPPRESS-LINE
                   ADD 1 TO WS-WU-OUT-NO
                   MOVE WS-WU-OUT-NO TO WS-SOURCE-OUT-LINE(WS-I)
                   IF WS-SEQ-ACTIVE
                       PERFORM RENUMBER-OUTPUT-LINE
                           THRU RENUMBER-OUTPUT-LINE-EXIT
               GO TO WRITE-ONE-COPYBOOK-MEMBER-EXIT
           END-IF
           MOVE SPACES TO WS-CPYOUT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-CPY-NEW-NAME(WS-CPY-WRITE-NO) DELIMITED BY SPACE
                   ".cpy" DELIMITED BY SIZE
                   INTO WS-CPYOUT-PATH
           MOVE 'N' TO WS-CPY-STARTED-SW(WS-CPY-WRITE-NO)
           MOVE 'Y' TO WS-CPY-WRITTEN-SW(WS-CPY-WRITE-NO)
           MOVE SPACES TO WS-CPYOUT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-CPY-NEW-NAME(WS-CPY-WRITE-NO) DELIMITED BY SPACE
                   ".cpy" DELIMITED BY SIZE
                   INTO WS-CPYOUT-PATH
      * SUBSTITUTION CANNOT REACH THEM.
      *----------------------------------------------------------
       APPLY-COMMENT-POLICY.
           IF WS-JCL-MEMBER
               PERFORM APPLY-JCL-COMMENT-POLICY
                   THRU APPLY-JCL-COMMENT-POLICY-EXIT
               GO TO APPLY-COMMENT-POLICY-EXIT
           END-IF
           IF WS-POLICY-LINE(7:1) NOT = '*'
           AND WS-POLICY-LINE(7:1) NOT = '/'
               MOVE 'N' TO WS-PREV-COMMENT-SW
       APPLY-COMMENT-POLICY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APPLY-JCL-COMMENT-POLICY - IN A JCL MEMBER A COMMENT IS A
      * //* STATEMENT; COLUMN 7 MEANS NOTHING (A "// DD *" PUTS
      * ITS ASTERISK THERE).  BLANK KEEPS THE //* SO THE LINE IS
      * STILL A VALID COMMENT STATEMENT, AND NEITHER POLICY
      * TOUCHES COLUMNS 72-80.
      *----------------------------------------------------------
       APPLY-JCL-COMMENT-POLICY.
           IF WS-POLICY-LINE(1:3) NOT = '//*'
               MOVE 'N' TO WS-PREV-COMMENT-SW
               GO TO APPLY-JCL-COMMENT-POLICY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-CFG-COMMENTS-BLANK
                   MOVE SPACES TO WS-POLICY-LINE(4:68)
               WHEN WS-CFG-COMMENTS-MARK
                   IF WS-PREV-COMMENT
                       MOVE 'Y' TO WS-SUPPRESS-LINE-SW
                   ELSE
                       MOVE SPACES TO WS-POLICY-LINE(1:71)
                       MOVE '//* COMMENT REMOVED'
                           TO WS-POLICY-LINE(1:19)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'Y' TO WS-PREV-COMMENT-SW.
       APPLY-JCL-COMMENT-POLICY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REWRITE-ONE-LINE.  APPLIES EVERY
      * SYMBOL TABLE ENTRY TO THE CURRENT LINE AND, ONLY WHEN AT
               MOVE WS-TMP(73:8) TO WS-ID-FIELD-SAVE
               MOVE SPACES TO WS-TMP(73:8)
           END-IF
      *    A JCL STATEMENT ENDS AT COLUMN 71; 72 IS THE CONTINUATION
      *    COLUMN AND 73-80 THE SEQUENCE FIELD, HELD OUT THE SAME WAY.
           IF WS-JCL-MEMBER
               MOVE WS-TMP(72:9) TO WS-JCL-COL72-SAVE
               MOVE SPACES TO WS-TMP(72:9)
           END-IF
           IF WS-DEOBF-MODE
               PERFORM STRIP-OBF-TRAILER THRU STRIP-OBF-TRAILER-EXIT
           END-IF
           IF WS-CFG-FIXED-FORMAT
               MOVE WS-ID-FIELD-SAVE TO WS-TMP(73:8)
           END-IF
           IF WS-JCL-MEMBER
               MOVE WS-JCL-COL72-SAVE TO WS-TMP(72:9)
           END-IF
           IF WS-DEOBF-MODE
               MOVE WS-TMP TO WS-REWRITE-LINE
               GO TO REWRITE-ONE-LINE-EXIT
               MOVE WS-SOURCE-LINE(WS-I) TO WS-REWRITE-LINE
               GO TO REWRITE-ONE-LINE-EXIT
           END-IF
           IF WS-CFG-FIXED-FORMAT OR WS-JCL-MEMBER
               MOVE WS-TMP TO WS-REWRITE-LINE
               GO TO REWRITE-ONE-LINE-EXIT
           END-IF
      * IS MASKED THROUGH TO COLUMN 80.
      *----------------------------------------------------------
       REDACT-LITERALS-IN-LINE.
           IF WS-JCL-MEMBER
               IF WS-SOURCE-LINE(WS-I)(1:3) = '//*'
                   GO TO REDACT-LITERALS-IN-LINE-EXIT
               END-IF
           ELSE
               IF WS-SOURCE-LINE(WS-I)(7:1) = '*'
               OR WS-SOURCE-LINE(WS-I)(7:1) = '/'
                   GO TO REDACT-LITERALS-IN-LINE-EXIT
               END-IF
           END-IF
           IF WS-CFG-FIXED-FORMAT
               MOVE 8 TO WS-LIT-PTR
           IF WS-SYM-IDX > WS-SYMBOL-COUNT
               GO TO CHECK-CALL-TARGET-KEPT-EXIT
           END-IF
           IF WS-SYM-KIND-PROG(WS-SYM-IDX)
           OR WS-SYM-KIND-RSRC(WS-SYM-IDX)
           OR WS-SYM-KIND-TRAN(WS-SYM-IDX)
               IF WS-LIT-CONTENT = WS-SYM-OLD-NAME(WS-SYM-IDX)
               OR WS-LIT-CONTENT = WS-SYM-NEW-NAME(WS-SYM-IDX)
                   MOVE 'Y' TO WS-LIT-KEEP-SW
           MOVE WS-SYM-OLD-NAME(WS-SYM-IDX) TO WS-SUB-OLD-NAME
           MOVE WS-SYM-NEW-NAME(WS-SYM-IDX) TO WS-SUB-NEW-NAME
           MOVE 'Y' TO WS-SUB-WORD-BOUND-SW WS-SUB-SPLIT-OK-SW
      *    A JCL OPERAND FIELD CANNOT BE BROKEN ONTO A NEW LINE THE
      *    WAY A COBOL STATEMENT CAN, SO A NAME THAT WILL NOT FIT
      *    BY COLUMN 71 IS LEFT FOR THE VERIFIER TO REPORT.  QUOTED
      *    JCL TEXT - A PARM STRING - IS RENAMED LIKE THE REST.
           IF WS-JCL-MEMBER
               MOVE 'N' TO WS-SUB-SPLIT-OK-SW
           END-IF
           IF WS-DEOBF-MODE OR WS-JCL-MEMBER
           OR WS-SYM-KIND-PROG(WS-SYM-IDX)
           OR WS-SYM-KIND-RSRC(WS-SYM-IDX)
           OR WS-SYM-KIND-TRAN(WS-SYM-IDX)
               MOVE 'Y' TO WS-SUB-IN-LIT-OK-SW
           ELSE
               MOVE 'N' TO WS-SUB-IN-LIT-OK-SW
               GO TO VERIFY-COPYBOOK-FILES-LOOP
           END-IF
           MOVE SPACES TO WS-CPYOUT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
                   WS-CPY-NEW-NAME(WS-CPY-WRITE-NO) DELIMITED BY SPACE
                   ".cpy" DELIMITED BY SIZE
                   INTO WS-CPYOUT-PATH
           END-IF
           STRING WS-SYM-OLD-NAME(WS-SYM-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SYM-NEW-NAME(WS-SYM-IDX) DELIMITED BY SPACE
                  ' LINE:' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' KIND:' DELIMITED BY SIZE
                  WS-CROSSREF-KIND DELIMITED BY SIZE
                  INTO CROSSREF-LINE
           END-STRING
           WRITE CROSSREF-LINE
           SET WS-SYM-IDX UP BY 1
           GO TO WRITE-CROSSREF-LOOP.
       WRITE-CROSSREF-LOOP-EXIT.
           EXIT.

      *============================================================
      * WRITE-WHERE-USED-REPORT - FORWARD RUNS, ONCE THE OUTPUT
      * MEMBER IS WRITTEN.  THE CROSSREF GIVES ONE LINE PER SYMBOL;
      * THIS LISTS EVERY LINE EACH SYMBOL IS DECLARED, REFERENCED
      * OR MODIFIED ON, BY PRODUCTION LINE AND BY OUTPUT LINE, IN
      * GENERATED-NAME ORDER SO IT READS FROM THE VENDOR'S SIDE AS
      * EASILY AS FROM OURS.  THE SCAN RUNS OVER THE REWRITTEN
      * BUFFER, SO IT SEES EXACTLY THE NAMES THE VENDOR SEES.  A
      * DATA ITEM NEVER REFERENCED AND A PARAGRAPH NEVER PERFORMED
      * OR GONE TO ARE LISTED AGAIN IN A SECTION OF THEIR OWN SO
      * DEAD CODE CAN BE HELD BACK FROM A SHIPMENT.  A MEMBER
      * PROCESSED IN SPILL CHUNKS HAS NO WHOLE BUFFER TO SCAN;
      * WRITE-SPILLED-OUTPUT SCANS EACH CHUNK AS IT IS WRITTEN,
      * THE WAY THE SYMBOL TABLE IS BUILT UP CHUNK BY CHUNK, AND
      * THE LISTING IS WRITTEN HERE FROM WHAT THEY GATHERED.
      *============================================================
       WRITE-WHERE-USED-REPORT.
           OPEN OUTPUT WHEREUSED-FILE
           IF WS-WHEREUSED-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-WHEREUSED-PATH
                   ' - STATUS ' WS-WHEREUSED-STATUS
                   ' - WHERE-USED REPORT SKIPPED'
               GO TO WRITE-WHERE-USED-REPORT-EXIT
           END-IF
           MOVE SPACES TO WHEREUSED-LINE
           STRING 'WHERE-USED REPORT FOR ' DELIMITED BY SIZE
                  WS-INPUT-PATH DELIMITED BY SPACE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           MOVE SPACES TO WHEREUSED-LINE
           STRING 'OUTPUT MEMBER ' DELIMITED BY SIZE
                  WS-OUTPUT-PATH DELIMITED BY SPACE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           IF NOT WS-SPILL-MODE
               PERFORM WU-START-LISTING
               MOVE 0 TO WS-WU-BASE-NO
               MOVE 1 TO WS-WU-LINE
               PERFORM WU-SCAN-LINE-LOOP THRU WU-SCAN-LINE-LOOP-EXIT
           END-IF
           MOVE SPACES TO WHEREUSED-LINE
           STRING 'GENERATED-NAME ORIGINAL-NAME KIND / ROLE '
                      DELIMITED BY SIZE
                  'PROD-LINE OUT-LINE' DELIMITED BY SIZE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           MOVE 1 TO WS-WU-I
           PERFORM WU-WRITE-SYMBOL-LOOP THRU WU-WRITE-SYMBOL-LOOP-EXIT
           MOVE SPACES TO WHEREUSED-LINE
           WRITE WHEREUSED-LINE
           MOVE 'NEVER REFERENCED' TO WHEREUSED-LINE
           WRITE WHEREUSED-LINE
           MOVE 1 TO WS-WU-I
           PERFORM WU-WRITE-UNUSED-LOOP THRU WU-WRITE-UNUSED-LOOP-EXIT
           IF WS-WU-FULL
               MOVE 'OCCURRENCE TABLE FULL - LISTING INCOMPLETE'
                   TO WHEREUSED-LINE
               WRITE WHEREUSED-LINE
           END-IF
           MOVE WS-WU-REF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-WU-UNUSED-DATA TO WS-DISPLAY-COUNT-2
           MOVE WS-WU-UNUSED-PARA TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO WHEREUSED-LINE
           STRING 'TOTAL OCCURRENCES=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' UNUSED DATA=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' UNUSED PARAGRAPHS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           CLOSE WHEREUSED-FILE.
       WRITE-WHERE-USED-REPORT-EXIT.
           EXIT.

      *    CLEARS THE OCCURRENCE TABLES AND SORTS THE SYMBOLS BY
      *    GENERATED NAME, AHEAD OF THE FIRST LINE SCANNED.
       WU-START-LISTING.
           MOVE 0 TO WS-WU-REF-COUNT WS-WU-ENTRY-SYM
                     WS-WU-UNUSED-DATA WS-WU-UNUSED-PARA
           MOVE 'N' TO WS-WU-IN-PROC-SW WS-WU-RECEIVING-SW
                       WS-WU-FULL-SW
           MOVE SPACES TO WS-WU-VERB
           PERFORM WU-SORT-SYMBOLS THRU WU-SORT-SYMBOLS-EXIT.

      *----------------------------------------------------------
      * WU-SORT-SYMBOLS - INSERTION SORT OF THE SYMBOL ENTRY
      * NUMBERS BY GENERATED NAME.  EACH SERIES IS ISSUED IN
      * ASCENDING ORDER, SO THE TABLE ARRIVES NEARLY SORTED AND
      * THE SORT RUNS CLOSE TO ONE PASS.  THE OCCURRENCE CHAINS
      * ARE CLEARED ON THE WAY.
      *----------------------------------------------------------
       WU-SORT-SYMBOLS.
           MOVE 1 TO WS-WU-I.
       WU-SORT-INIT-LOOP.
           IF WS-WU-I > WS-SYMBOL-COUNT
               GO TO WU-SORT-INIT-LOOP-EXIT
           END-IF
           MOVE WS-WU-I TO WS-WU-ORDER(WS-WU-I)
           MOVE 0 TO WS-WU-FIRST(WS-WU-I) WS-WU-LAST(WS-WU-I)
                     WS-WU-USE-COUNT(WS-WU-I) WS-WU-DECL-AT(WS-WU-I)
           ADD 1 TO WS-WU-I
           GO TO WU-SORT-INIT-LOOP.
       WU-SORT-INIT-LOOP-EXIT.
           MOVE 2 TO WS-WU-I.
       WU-SORT-OUTER-LOOP.
           IF WS-WU-I > WS-SYMBOL-COUNT
               GO TO WU-SORT-SYMBOLS-EXIT
           END-IF
           MOVE WS-WU-ORDER(WS-WU-I) TO WS-WU-KEY
           COMPUTE WS-WU-J = WS-WU-I - 1.
       WU-SORT-INNER-LOOP.
           IF WS-WU-J = 0
               GO TO WU-SORT-INNER-LOOP-EXIT
           END-IF
           IF WS-SYM-NEW-NAME(WS-WU-ORDER(WS-WU-J))
                   NOT > WS-SYM-NEW-NAME(WS-WU-KEY)
               GO TO WU-SORT-INNER-LOOP-EXIT
           END-IF
           MOVE WS-WU-ORDER(WS-WU-J) TO WS-WU-ORDER(WS-WU-J + 1)
           SUBTRACT 1 FROM WS-WU-J
           GO TO WU-SORT-INNER-LOOP.
       WU-SORT-INNER-LOOP-EXIT.
           MOVE WS-WU-KEY TO WS-WU-ORDER(WS-WU-J + 1)
           ADD 1 TO WS-WU-I
           GO TO WU-SORT-OUTER-LOOP.
       WU-SORT-SYMBOLS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * WU-SCAN-LINE-LOOP - ONE BUFFER LINE PER PASS.  ABOVE THE
      * PROCEDURE DIVISION THE NAME AFTER A LEVEL NUMBER, FD, SD,
      * SELECT OR PROGRAM-ID IS ITS DECLARATION, AS IS AN INDEX
      * NAME ON AN INDEXED BY LINE; BELOW IT A PARAGRAPH HEADER
      * DECLARES ITS PARAGRAPH.  EVERY OTHER OCCURRENCE IS A
      * REFERENCE, OR A MODIFICATION WHEN WU-TRACK-VERB SAYS THE
      * WORD IS IN A RECEIVING POSITION.
      *----------------------------------------------------------
       WU-SCAN-LINE-LOOP.
           IF WS-WU-LINE > WS-LINE-COUNT
               GO TO WU-SCAN-LINE-LOOP-EXIT
           END-IF
           MOVE WS-SOURCE-LINE(WS-WU-LINE) TO WS-TRIM-LINE
           PERFORM TRIM-SCAN-REGION
           IF WS-TRIM-LINE = SPACES
           OR WS-TRIM-LINE(1:2) = '*>'
               GO TO WU-SCAN-LINE-NEXT
           END-IF
           IF WS-TRIM-LINE(1:18) = 'PROCEDURE DIVISION'
               MOVE 'Y' TO WS-WU-IN-PROC-SW
               GO TO WU-SCAN-LINE-NEXT
           END-IF
           MOVE 0 TO WS-WU-DECL-POS WS-WU-WORD-NO
           MOVE 'N' TO WS-WU-INDEXED-SW
           MOVE SPACES TO WS-TMP
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE INTO WS-TMP
           END-UNSTRING
           IF WS-WU-IN-PROC
               MOVE 'SECTION' TO WS-SUB-OLD-NAME
               PERFORM CHECK-LINE-FOR-KEYWORD
                   THRU CHECK-LINE-FOR-KEYWORD-EXIT
               PERFORM CHECK-FOR-PARAGRAPH-SHAPE
               IF WS-FOUND OR WS-KEYWORD-FOUND
                   MOVE 1 TO WS-WU-DECL-POS
               END-IF
           ELSE
               IF WS-TRIM-LINE(1:1) NUMERIC
               OR WS-TMP = 'FD' OR WS-TMP = 'SD'
               OR WS-TMP = 'SELECT' OR WS-TMP = 'PROGRAM-ID.'
                   MOVE 2 TO WS-WU-DECL-POS
               END-IF
               MOVE 'INDEXED' TO WS-SUB-OLD-NAME
               PERFORM CHECK-LINE-FOR-KEYWORD
                   THRU CHECK-LINE-FOR-KEYWORD-EXIT
               IF WS-KEYWORD-FOUND
                   MOVE 'Y' TO WS-WU-INDEXED-SW
               END-IF
           END-IF
           MOVE 1 TO WS-WU-PTR
           PERFORM WU-WORD-LOOP THRU WU-WORD-LOOP-EXIT.
       WU-SCAN-LINE-NEXT.
           ADD 1 TO WS-WU-LINE
           GO TO WU-SCAN-LINE-LOOP.
       WU-SCAN-LINE-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK-FOR-PARAGRAPH-SHAPE - TRUE (WS-FOUND) WHEN THE SCAN
      * LINE IS A SINGLE WORD ENDING IN A PERIOD, THE SHAPE OF A
      * PARAGRAPH HEADER.  WHETHER THE WORD IS ONE OF OUR SYMBOLS
      * IS LEFT TO THE CALLER.
      *----------------------------------------------------------
       CHECK-FOR-PARAGRAPH-SHAPE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-WORD-END
           INSPECT WS-TRIM-LINE TALLYING WS-WORD-END
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WORD-END > 1 AND WS-WORD-END < 32
               IF WS-TRIM-LINE(WS-WORD-END:1) = '.'
               AND WS-TRIM-LINE(WS-WORD-END + 1:) = SPACES
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

       WU-WORD-LOOP.
           IF WS-WU-PTR > 80
               GO TO WU-WORD-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-WU-TOKEN
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
                   OR ALL ',' OR '(' OR ')' OR '.' OR ':' OR ';'
                   OR '"' OR "'"
               INTO WS-WU-TOKEN
               WITH POINTER WS-WU-PTR
           END-UNSTRING
           IF WS-WU-TOKEN = SPACES
               GO TO WU-WORD-LOOP
           END-IF
           ADD 1 TO WS-WU-WORD-NO
           IF WS-WU-IN-PROC
               PERFORM WU-TRACK-VERB
           END-IF
           IF WS-WU-TOKEN(31:30) NOT = SPACES
               GO TO WU-WORD-LOOP
           END-IF
           PERFORM WU-FIND-GENERATED THRU WU-FIND-GENERATED-EXIT
           IF WS-WU-SYM = 0
               GO TO WU-WORD-LOOP
           END-IF
           EVALUATE TRUE
               WHEN WS-WU-WORD-NO = WS-WU-DECL-POS
               AND WS-WU-IN-PROC AND WS-SYM-KIND-PARA(WS-WU-SYM)
                   MOVE 'D' TO WS-WU-ROLE
                   MOVE SPACES TO WS-WU-VERB
                   MOVE 'N' TO WS-WU-RECEIVING-SW
               WHEN WS-WU-WORD-NO = WS-WU-DECL-POS
               AND NOT WS-WU-IN-PROC
                   MOVE 'D' TO WS-WU-ROLE
               WHEN WS-WU-INDEXED-LINE
               AND WS-SYM-KIND(WS-WU-SYM) = 'X'
                   MOVE 'D' TO WS-WU-ROLE
               WHEN WS-WU-IN-PROC AND WS-WU-RECEIVING
                   MOVE 'M' TO WS-WU-ROLE
               WHEN OTHER
                   MOVE 'R' TO WS-WU-ROLE
           END-EVALUATE
           IF WS-WU-ROLE = 'D' AND WS-WU-IN-PROC
           AND WS-WU-ENTRY-SYM = 0
               MOVE WS-WU-SYM TO WS-WU-ENTRY-SYM
           END-IF
           PERFORM WU-ADD-OCCURRENCE THRU WU-ADD-OCCURRENCE-EXIT
           GO TO WU-WORD-LOOP.
       WU-WORD-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * WU-TRACK-VERB - FOLLOWS THE STATEMENT A PROCEDURE WORD
      * BELONGS TO WELL ENOUGH TO TELL A RECEIVING FIELD FROM A
      * SENDING ONE: AFTER MOVE/ADD ... TO, ANY GIVING, SUBTRACT
      * ... FROM, MULTIPLY ... BY, DIVIDE/STRING/UNSTRING/READ/
      * RETURN/FETCH ... INTO, THE VARYING AND AFTER OPERANDS OF
      * PERFORM AND SEARCH, AND THE TARGETS OF COMPUTE (UP TO THE
      * '='), INITIALIZE, ACCEPT, SET (UP TO THE TO) AND INSPECT.
      * ANY OTHER STATEMENT VERB ENDS THE RECEIVING STRETCH.  THE
      * STATE CARRIES ACROSS LINES, AS STATEMENTS DO.
      *----------------------------------------------------------
       WU-TRACK-VERB.
           EVALUATE WS-WU-TOKEN
               WHEN 'MOVE' WHEN 'ADD' WHEN 'SUBTRACT'
               WHEN 'MULTIPLY' WHEN 'DIVIDE' WHEN 'STRING'
               WHEN 'UNSTRING' WHEN 'READ' WHEN 'RETURN'
               WHEN 'EXEC' WHEN 'PERFORM' WHEN 'SEARCH'
                   MOVE WS-WU-TOKEN TO WS-WU-VERB
                   MOVE 'N' TO WS-WU-RECEIVING-SW
               WHEN 'COMPUTE' WHEN 'INITIALIZE' WHEN 'ACCEPT'
               WHEN 'SET' WHEN 'INSPECT'
                   MOVE WS-WU-TOKEN TO WS-WU-VERB
                   MOVE 'Y' TO WS-WU-RECEIVING-SW
               WHEN 'TO'
                   IF WS-WU-VERB = 'MOVE' OR WS-WU-VERB = 'ADD'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   END-IF
                   IF WS-WU-VERB = 'SET'
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'GIVING'
                   MOVE 'Y' TO WS-WU-RECEIVING-SW
               WHEN 'INTO'
                   IF WS-WU-VERB = 'DIVIDE' OR WS-WU-VERB = 'STRING'
                   OR WS-WU-VERB = 'UNSTRING' OR WS-WU-VERB = 'READ'
                   OR WS-WU-VERB = 'RETURN' OR WS-WU-VERB = 'EXEC'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'FROM'
                   IF WS-WU-VERB = 'SUBTRACT'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   ELSE
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'BY'
                   IF WS-WU-VERB = 'MULTIPLY'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   ELSE
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'VARYING' WHEN 'AFTER'
                   IF WS-WU-VERB = 'PERFORM' OR WS-WU-VERB = 'SEARCH'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN '='
                   IF WS-WU-VERB = 'COMPUTE'
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'TALLYING'
                   MOVE 'Y' TO WS-WU-RECEIVING-SW
               WHEN 'FOR' WHEN 'REPLACING' WHEN 'CONVERTING'
               WHEN 'UNTIL' WHEN 'DELIMITED' WHEN 'WITH'
               WHEN 'ROUNDED' WHEN 'REMAINDER'
                   IF WS-WU-TOKEN = 'REMAINDER'
                       MOVE 'Y' TO WS-WU-RECEIVING-SW
                   ELSE
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
               WHEN 'IF' WHEN 'ELSE' WHEN 'DISPLAY' WHEN 'CALL'
               WHEN 'WRITE' WHEN 'REWRITE' WHEN 'EVALUATE'
               WHEN 'WHEN' WHEN 'GO' WHEN 'STOP' WHEN 'EXIT'
               WHEN 'OPEN' WHEN 'CLOSE' WHEN 'DELETE' WHEN 'START'
               WHEN 'CONTINUE' WHEN 'GOBACK' WHEN 'CANCEL'
               WHEN 'RELEASE' WHEN 'SORT' WHEN 'MERGE' WHEN 'AT'
               WHEN 'INVALID' WHEN 'NOT' WHEN 'ON'
                   MOVE WS-WU-TOKEN TO WS-WU-VERB
                   MOVE 'N' TO WS-WU-RECEIVING-SW
               WHEN OTHER
                   IF WS-WU-TOKEN(1:4) = 'END-'
                       MOVE SPACES TO WS-WU-VERB
                       MOVE 'N' TO WS-WU-RECEIVING-SW
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------
      * WU-FIND-GENERATED - BINARY SEARCH OF THE SORTED ORDER
      * TABLE FOR WS-WU-TOKEN AS A GENERATED NAME.  LEAVES THE
      * SYMBOL ENTRY NUMBER IN WS-WU-SYM, OR ZERO.
      *----------------------------------------------------------
       WU-FIND-GENERATED.
           MOVE 0 TO WS-WU-SYM
           MOVE 1 TO WS-WU-LO
           MOVE WS-SYMBOL-COUNT TO WS-WU-HI.
       WU-FIND-GENERATED-LOOP.
           IF WS-WU-LO > WS-WU-HI
               GO TO WU-FIND-GENERATED-EXIT
           END-IF
           COMPUTE WS-WU-MID = (WS-WU-LO + WS-WU-HI) / 2
           IF WS-SYM-NEW-NAME(WS-WU-ORDER(WS-WU-MID))
                   = WS-WU-TOKEN(1:30)
               MOVE WS-WU-ORDER(WS-WU-MID) TO WS-WU-SYM
               GO TO WU-FIND-GENERATED-EXIT
           END-IF
           IF WS-SYM-NEW-NAME(WS-WU-ORDER(WS-WU-MID))
                   < WS-WU-TOKEN(1:30)
               COMPUTE WS-WU-LO = WS-WU-MID + 1
           ELSE
               IF WS-WU-MID = 1
                   GO TO WU-FIND-GENERATED-EXIT
               END-IF
               COMPUTE WS-WU-HI = WS-WU-MID - 1
           END-IF
           GO TO WU-FIND-GENERATED-LOOP.
       WU-FIND-GENERATED-EXIT.
           EXIT.

      *----------------------------------------------------------
      * WU-ADD-OCCURRENCE - CHAINS ONE OCCURRENCE ONTO THE SYMBOL
      * IN WS-WU-SYM.  THE SAME ROLE TWICE ON ONE LINE IS LISTED
      * ONCE.
      *----------------------------------------------------------
       WU-ADD-OCCURRENCE.
           COMPUTE WS-WU-CUM-LINE = WS-WU-BASE-NO + WS-WU-LINE
           MOVE WS-WU-LAST(WS-WU-SYM) TO WS-WU-REF-NO
           IF WS-WU-REF-NO > 0
               IF WS-WU-REF-LINE(WS-WU-REF-NO) = WS-WU-CUM-LINE
               AND WS-WU-REF-ROLE(WS-WU-REF-NO) = WS-WU-ROLE
                   GO TO WU-ADD-OCCURRENCE-EXIT
               END-IF
           END-IF
           PERFORM WU-FORMAT-LINE-NUMBERS
           IF WS-WU-ROLE = 'D'
               IF WS-WU-DECL-AT(WS-WU-SYM) = 0
                   MOVE WS-WU-CUM-LINE TO WS-WU-DECL-AT(WS-WU-SYM)
                   MOVE WS-SOURCE-ORIG-LINE(WS-WU-LINE)
                       TO WS-WU-DECL-PROD(WS-WU-SYM)
                   MOVE WS-WU-OUT-TEXT TO WS-WU-DECL-OUT(WS-WU-SYM)
                   IF WS-SOURCE-COPY-NO(WS-WU-LINE) > 0
                       MOVE 'Y' TO WS-WU-DECL-COPY-SW(WS-WU-SYM)
                   ELSE
                       MOVE 'N' TO WS-WU-DECL-COPY-SW(WS-WU-SYM)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-WU-USE-COUNT(WS-WU-SYM)
           END-IF
           IF WS-WU-REF-COUNT NOT < 100000
               MOVE 'Y' TO WS-WU-FULL-SW
               GO TO WU-ADD-OCCURRENCE-EXIT
           END-IF
           ADD 1 TO WS-WU-REF-COUNT
           MOVE WS-WU-CUM-LINE TO WS-WU-REF-LINE(WS-WU-REF-COUNT)
           MOVE WS-WU-ROLE TO WS-WU-REF-ROLE(WS-WU-REF-COUNT)
           MOVE WS-SOURCE-ORIG-LINE(WS-WU-LINE)
               TO WS-WU-REF-PROD(WS-WU-REF-COUNT)
           MOVE WS-WU-OUT-TEXT TO WS-WU-REF-OUT(WS-WU-REF-COUNT)
           MOVE 0 TO WS-WU-REF-NEXT(WS-WU-REF-COUNT)
           IF WS-WU-REF-NO > 0
               MOVE WS-WU-REF-COUNT TO WS-WU-REF-NEXT(WS-WU-REF-NO)
           ELSE
               MOVE WS-WU-REF-COUNT TO WS-WU-FIRST(WS-WU-SYM)
           END-IF
           MOVE WS-WU-REF-COUNT TO WS-WU-LAST(WS-WU-SYM).
       WU-ADD-OCCURRENCE-EXIT.
           EXIT.

       WU-WRITE-SYMBOL-LOOP.
           IF WS-WU-I > WS-SYMBOL-COUNT
               GO TO WU-WRITE-SYMBOL-LOOP-EXIT
           END-IF
           MOVE WS-WU-ORDER(WS-WU-I) TO WS-WU-SYM
           MOVE SPACES TO WHEREUSED-LINE
           STRING WS-SYM-NEW-NAME(WS-WU-SYM) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SYM-OLD-NAME(WS-WU-SYM) DELIMITED BY SPACE
                  ' KIND:' DELIMITED BY SIZE
                  WS-SYM-KIND(WS-WU-SYM) DELIMITED BY SIZE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           MOVE WS-WU-FIRST(WS-WU-SYM) TO WS-WU-REF-NO
           PERFORM WU-WRITE-OCCURRENCE-LOOP
               THRU WU-WRITE-OCCURRENCE-LOOP-EXIT
           ADD 1 TO WS-WU-I
           GO TO WU-WRITE-SYMBOL-LOOP.
       WU-WRITE-SYMBOL-LOOP-EXIT.
           EXIT.

       WU-WRITE-OCCURRENCE-LOOP.
           IF WS-WU-REF-NO = 0
               GO TO WU-WRITE-OCCURRENCE-LOOP-EXIT
           END-IF
           EVALUATE WS-WU-REF-ROLE(WS-WU-REF-NO)
               WHEN 'D'
                   MOVE 'DECL' TO WS-WU-ROLE-TEXT
               WHEN 'M'
                   MOVE 'MOD' TO WS-WU-ROLE-TEXT
               WHEN OTHER
                   MOVE 'REF' TO WS-WU-ROLE-TEXT
           END-EVALUATE
           MOVE WS-WU-REF-PROD(WS-WU-REF-NO) TO WS-DISPLAY-COUNT
           MOVE WS-WU-REF-OUT(WS-WU-REF-NO) TO WS-WU-OUT-TEXT
           MOVE SPACES TO WHEREUSED-LINE
           STRING '    ' DELIMITED BY SIZE
                  WS-WU-ROLE-TEXT DELIMITED BY SIZE
                  ' PROD' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' OUT ' DELIMITED BY SIZE
                  WS-WU-OUT-TEXT DELIMITED BY SIZE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE
           MOVE WS-WU-REF-NEXT(WS-WU-REF-NO) TO WS-WU-REF-NO
           GO TO WU-WRITE-OCCURRENCE-LOOP.
       WU-WRITE-OCCURRENCE-LOOP-EXIT.
           EXIT.

      *    PRODUCTION LINE OF BUFFER LINE WS-WU-LINE INTO
      *    WS-DISPLAY-COUNT, ITS OUTPUT LINE INTO WS-WU-OUT-TEXT -
      *    'COPYBOOK' WHEN IT WENT TO A KEPT COPYBOOK'S MEMBER,
      *    'DROPPED' WHEN THE COMMENT POLICY TOOK IT OUT.
       WU-FORMAT-LINE-NUMBERS.
           MOVE WS-SOURCE-ORIG-LINE(WS-WU-LINE) TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-WU-OUT-TEXT
           EVALUATE TRUE
               WHEN WS-SOURCE-OUT-LINE(WS-WU-LINE) > 0
                   MOVE WS-SOURCE-OUT-LINE(WS-WU-LINE)
                       TO WS-DISPLAY-COUNT-2
                   MOVE WS-DISPLAY-COUNT-2 TO WS-WU-OUT-TEXT
               WHEN WS-CFG-COPYMODE-KEEP
               AND WS-SOURCE-COPY-NO(WS-WU-LINE) > 0
                   MOVE 'COPYBOOK' TO WS-WU-OUT-TEXT
               WHEN OTHER
                   MOVE 'DROPPED' TO WS-WU-OUT-TEXT
           END-EVALUATE.

      *----------------------------------------------------------
      * WU-WRITE-UNUSED-LOOP - THE NEVER-REFERENCED SECTION.  A
      * DATA ITEM OR CONDITION NAME WITH NO USE BEYOND ITS
      * DECLARATION, AND A PARAGRAPH NO PERFORM, GO TO OR THRU
      * EVER NAMES.  THE FIRST PARAGRAPH OF THE PROCEDURE
      * DIVISION IS ENTERED BY FALLING INTO IT AND IS NOT LISTED;
      * NEITHER IS AN ITEM DECLARED INSIDE A COPYBOOK, WHICH OTHER
      * MEMBERS SHARE AND WHICH CANNOT BE HELD BACK FOR THIS ONE.
      *----------------------------------------------------------
       WU-WRITE-UNUSED-LOOP.
           IF WS-WU-I > WS-SYMBOL-COUNT
               GO TO WU-WRITE-UNUSED-LOOP-EXIT
           END-IF
           MOVE WS-WU-ORDER(WS-WU-I) TO WS-WU-SYM
           IF WS-WU-USE-COUNT(WS-WU-SYM) > 0
           OR WS-WU-DECL-AT(WS-WU-SYM) = 0
           OR WS-WU-SYM = WS-WU-ENTRY-SYM
               GO TO WU-WRITE-UNUSED-NEXT
           END-IF
           IF WS-WU-DECL-IN-COPY(WS-WU-SYM)
               GO TO WU-WRITE-UNUSED-NEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-SYM-KIND-DATA(WS-WU-SYM)
               OR WS-SYM-KIND-COND(WS-WU-SYM)
                   MOVE 'DATA' TO WS-WU-ROLE-TEXT
                   ADD 1 TO WS-WU-UNUSED-DATA
               WHEN WS-SYM-KIND-PARA(WS-WU-SYM)
                   MOVE 'PARA' TO WS-WU-ROLE-TEXT
                   ADD 1 TO WS-WU-UNUSED-PARA
               WHEN OTHER
                   GO TO WU-WRITE-UNUSED-NEXT
           END-EVALUATE
           MOVE WS-WU-DECL-PROD(WS-WU-SYM) TO WS-DISPLAY-COUNT
           MOVE WS-WU-DECL-OUT(WS-WU-SYM) TO WS-WU-OUT-TEXT
           MOVE SPACES TO WHEREUSED-LINE
           STRING 'UNUSED ' DELIMITED BY SIZE
                  WS-WU-ROLE-TEXT DELIMITED BY SIZE
                  WS-SYM-NEW-NAME(WS-WU-SYM) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SYM-OLD-NAME(WS-WU-SYM) DELIMITED BY SPACE
                  ' PROD' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' OUT ' DELIMITED BY SIZE
                  WS-WU-OUT-TEXT DELIMITED BY SIZE
                  INTO WHEREUSED-LINE
           END-STRING
           WRITE WHEREUSED-LINE.
       WU-WRITE-UNUSED-NEXT.
           ADD 1 TO WS-WU-I
           GO TO WU-WRITE-UNUSED-LOOP.
       WU-WRITE-UNUSED-LOOP-EXIT.
           EXIT.

      *============================================================
       RTRIP-SUB-LOOP-EXIT.
           EXIT.

      *============================================================
      * WRITE-DEOBF-BASELINE - DEOBF WITH FORMAT=FIXED.  LOADS
      * THE ORIGINAL MEMBER INTO THE (STILL FREE) BUFFER, JOINS
      * ITS CONTINUATIONS WITH THE SAME MACHINERY EVERY OTHER
      * PASS USES, AND DUMPS THE RESULT TO THE BASELINE WORK FILE
      * SO THE CHANGE REPORT COMPARES JOINED TEXT AGAINST JOINED
      * TEXT.  EACH LINE LOADS WITH ITS DISK LINE NUMBER IN
      * WS-SOURCE-ORIG-LINE, THE JOIN CARRIES IT THROUGH ITS
      * DELETES AS IT ALWAYS HAS, AND THE BASELINE RECORD CARRIES
      * IT OUT ALONGSIDE THE TEXT - THE CHANGE REPORT MUST NAME
      * THE LINE AS IT SITS IN PRODUCTION SOURCE, NOT ITS
      * POSITION IN THE JOINED BUFFER.  AN ORIGINAL TOO BIG FOR
      * THE BUFFER, OR ONE THAT CANNOT BE READ, LEAVES THE SWITCH
      * OFF AND THE COMPARE FALLS BACK TO THE RAW MEMBER AS
      * BEFORE.  A JOIN THAT HAS TO DECLINE HERE MUST NOT DIRTY
      * THE MEMBER - THE FORWARD RUN ALREADY JUDGED THAT - SO THE
      * REASON CODE IS HELD ASIDE.
      *============================================================
       WRITE-DEOBF-BASELINE.
           MOVE 'N' TO WS-CHG-BASELINE-SW WS-FOUND-SW
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT ORIGMEM-FILE
           IF WS-ORIGMEM-STATUS NOT = '00'
               GO TO WRITE-DEOBF-BASELINE-DONE
           END-IF
           PERFORM BASELINE-READ-LOOP THRU BASELINE-READ-LOOP-EXIT
           CLOSE ORIGMEM-FILE
           IF WS-FOUND
               DISPLAY 'COBOLCMP: ' WS-ORIG-MEMBER-PATH(1:40)
                   ' TOO BIG TO JOIN FOR THE CHANGE REPORT - '
                   'CONTINUATIONS COMPARED RAW'
               GO TO WRITE-DEOBF-BASELINE-DONE
           END-IF
           MOVE WS-MEMBER-REASON TO WS-MEMBER-REASON-SAVE
           PERFORM JOIN-CONTINUATION-LINES
               THRU JOIN-CONTINUATION-LINES-EXIT
           MOVE WS-MEMBER-REASON-SAVE TO WS-MEMBER-REASON
           OPEN OUTPUT BASELN-FILE
           IF WS-BASELN-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-BASELN-PATH
                   ' - STATUS ' WS-BASELN-STATUS
                   ' - CONTINUATIONS COMPARED RAW'
               GO TO WRITE-DEOBF-BASELINE-DONE
           END-IF
           MOVE 1 TO WS-I
           PERFORM BASELINE-WRITE-LOOP THRU BASELINE-WRITE-LOOP-EXIT
           CLOSE BASELN-FILE
           MOVE 'Y' TO WS-CHG-BASELINE-SW.
       WRITE-DEOBF-BASELINE-DONE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-DEOBF-BASELINE-EXIT.
           EXIT.

       BASELINE-READ-LOOP.
           READ ORIGMEM-FILE
               AT END
                   GO TO BASELINE-READ-LOOP-EXIT
           NOT AT END
               IF WS-LINE-COUNT < 20000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE ORIGMEM-LINE TO WS-SOURCE-LINE(WS-LINE-COUNT)
      *            NO COPY EXPANSION HAPPENS HERE, SO THE BUFFER
      *            POSITION AT LOAD TIME IS THE DISK LINE NUMBER.
                   MOVE WS-LINE-COUNT
                       TO WS-SOURCE-ORIG-LINE(WS-LINE-COUNT)
                   MOVE 0 TO WS-SOURCE-COPY-NO(WS-LINE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-FOUND-SW
                   GO TO BASELINE-READ-LOOP-EXIT
               END-IF
           END-READ
           GO TO BASELINE-READ-LOOP.
       BASELINE-READ-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BASELINE-WRITE-LOOP - THE BASELINE RECORD IS SHAPED LIKE
      * A SPILL RECORD (TEXT PLUS THE ORIGINAL-LINE TAG), AND THE
      * SPILL RECORD AREA IS FREE THIS EARLY IN THE MEMBER, SO IT
      * DOES THE MARSHALLING.
      *----------------------------------------------------------
       BASELINE-WRITE-LOOP.
           IF WS-I > WS-LINE-COUNT
               GO TO BASELINE-WRITE-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-SPILL-RECORD
           MOVE WS-SOURCE-LINE(WS-I) TO WS-SPILL-REC-LINE
           MOVE WS-SOURCE-ORIG-LINE(WS-I) TO WS-SPILL-REC-ORIG
           MOVE 0 TO WS-SPILL-REC-COPY
           MOVE WS-SPILL-RECORD TO BASELN-LINE
           WRITE BASELN-LINE
           ADD 1 TO WS-I
           GO TO BASELINE-WRITE-LOOP.
       BASELINE-WRITE-LOOP-EXIT.
           EXIT.

      *============================================================
      * WRITE-CHANGE-REPORT - DEOBF ONLY.  STANDS THE TRANSLATED
      * VENDOR RETURN NEXT TO THE ORIGINAL MEMBER WE SHIPPED FROM
      * AND WRITES ONE RECORD PER LINE THE VENDOR ADDED, REMOVED,
      * OR MODIFIED, TAGGED WITH THE ORIGINAL MEMBER'S LINE
      * NUMBER, SO THE CHANGE-CONTROL BOARD GETS ITS REVIEWABLE
      * DELTA WITHOUT ANYONE DIFFING THE MEMBER BY HAND.  BOTH
      * SIDES ARE STREAMED THROUGH THE COMPARE WINDOWS, SO MEMBER
      * SIZE DOES NOT MATTER HERE.  IN FIXED FORMAT SIDE A IS THE
      * CONTINUATION-JOINED BASELINE WRITE-DEOBF-BASELINE BUILT,
      * SINCE THE TRANSLATED RETURN COMES OUT JOINED AND A RAW
      * COMPARE WOULD REPORT EVERY CONTINUATION GROUP AS A
      * VENDOR CHANGE.
      *============================================================
       WRITE-CHANGE-REPORT.
           MOVE 0 TO WS-CMP-A-COUNT WS-CMP-B-COUNT WS-CMP-A-READ-NO
                     WS-CMP-A-LAST-ORIG
                     WS-CHG-ADD-COUNT WS-CHG-DEL-COUNT
                     WS-CHG-MOD-COUNT
           MOVE 'N' TO WS-CMP-A-EOF WS-CMP-B-EOF
           PERFORM OPEN-CHG-SIDE-A THRU OPEN-CHG-SIDE-A-EXIT
           IF NOT WS-FOUND
               GO TO WRITE-CHANGE-REPORT-EXIT
           END-IF
           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO REOPEN ' WS-OUTPUT-PATH
                   ' - STATUS ' WS-OUTPUT-STATUS
                   ' - CHANGE REPORT SKIPPED'
               PERFORM CLOSE-CHG-SIDE-A
               GO TO WRITE-CHANGE-REPORT-EXIT
           END-IF
           OPEN OUTPUT CHGRPT-FILE
           IF WS-CHGRPT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-CHGRPT-PATH
                   ' - STATUS ' WS-CHGRPT-STATUS
                   ' - CHANGE REPORT SKIPPED'
               PERFORM CLOSE-CHG-SIDE-A
               CLOSE OUTPUT-FILE
               GO TO WRITE-CHANGE-REPORT-EXIT
           END-IF
           MOVE SPACES TO CHGRPT-LINE
           STRING 'VENDOR CHANGE REPORT FOR ' DELIMITED BY SIZE
                  WS-PROD-MEMBER-PATH DELIMITED BY SPACE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING 'COMPARED AGAINST ' DELIMITED BY SIZE
                  WS-ORIG-MEMBER-PATH DELIMITED BY SPACE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           PERFORM CHANGE-COMPARE-LOOP THRU CHANGE-COMPARE-LOOP-EXIT
           MOVE WS-CHG-ADD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CHG-DEL-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-CHG-MOD-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO CHGRPT-LINE
           STRING 'TOTAL ADDED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' REMOVED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' MODIFIED=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           CLOSE CHGRPT-FILE
           PERFORM CLOSE-CHG-SIDE-A
           CLOSE OUTPUT-FILE.
       WRITE-CHANGE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * OPEN-CHG-SIDE-A / CLOSE-CHG-SIDE-A - SIDE A OF THE
      * COMPARE IS THE JOINED BASELINE FILE WHEN ONE WAS BUILT,
      * OTHERWISE THE RAW ORIGINAL MEMBER.  WS-FOUND COMES BACK
      * 'N' WHEN NEITHER CAN BE OPENED.
      *----------------------------------------------------------
       OPEN-CHG-SIDE-A.
           MOVE 'Y' TO WS-FOUND-SW
           IF WS-CHG-BASELINE-JOINED
               OPEN INPUT BASELN-FILE
               IF WS-BASELN-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO REOPEN '
                       WS-BASELN-PATH ' - STATUS '
                       WS-BASELN-STATUS ' - CHANGE REPORT SKIPPED'
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           ELSE
               OPEN INPUT ORIGMEM-FILE
               IF WS-ORIGMEM-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                       WS-ORIG-MEMBER-PATH ' - STATUS '
                       WS-ORIGMEM-STATUS ' - CHANGE REPORT SKIPPED'
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-IF.
       OPEN-CHG-SIDE-A-EXIT.
           EXIT.

       CLOSE-CHG-SIDE-A.
           IF WS-CHG-BASELINE-JOINED
               CLOSE BASELN-FILE
           ELSE
               CLOSE ORIGMEM-FILE
           END-IF.

      *----------------------------------------------------------
      * CHANGE-COMPARE-LOOP - THE WINDOWED WALK.  MATCHING HEADS
      * JUST ADVANCE; ON A DISAGREEMENT THE ORIGINAL'S HEAD IS
      * LOOKED FOR AHEAD IN THE RETURN (LINES IN FRONT OF THE HIT
      * WERE ADDED), THEN THE RETURN'S HEAD AHEAD IN THE ORIGINAL
      * (LINES IN FRONT WERE REMOVED), AND WHEN NEITHER RESYNCS
      * THE PAIR IS ONE MODIFIED LINE.  A SIDE THAT RUNS OUT
      * LEAVES THE REST OF THE OTHER SIDE PURE ADDS OR REMOVES.
      *----------------------------------------------------------
       CHANGE-COMPARE-LOOP.
           PERFORM CHG-FILL-A-LOOP THRU CHG-FILL-A-LOOP-EXIT
           PERFORM CHG-FILL-B-LOOP THRU CHG-FILL-B-LOOP-EXIT
           IF WS-CMP-A-COUNT = 0 AND WS-CMP-B-COUNT = 0
               GO TO CHANGE-COMPARE-LOOP-EXIT
           END-IF
           IF WS-CMP-A-COUNT = 0
               PERFORM CHG-REPORT-ADD THRU CHG-REPORT-ADD-EXIT
               GO TO CHANGE-COMPARE-LOOP
           END-IF
           IF WS-CMP-B-COUNT = 0
               PERFORM CHG-REPORT-DEL THRU CHG-REPORT-DEL-EXIT
               GO TO CHANGE-COMPARE-LOOP
           END-IF
           IF WS-CMP-A-LINE(1) = WS-CMP-B-LINE(1)
               MOVE WS-CMP-A-ORIG(1) TO WS-CMP-A-LAST-ORIG
               PERFORM CHG-SHIFT-A THRU CHG-SHIFT-A-EXIT
               PERFORM CHG-SHIFT-B THRU CHG-SHIFT-B-EXIT
               GO TO CHANGE-COMPARE-LOOP
           END-IF
           PERFORM CHG-SCAN-B-LOOP THRU CHG-SCAN-B-LOOP-EXIT
           IF WS-CMP-HIT > 0
               COMPUTE WS-J = WS-CMP-HIT - 1
               PERFORM CHG-REPORT-ADD THRU CHG-REPORT-ADD-EXIT
                   WS-J TIMES
               GO TO CHANGE-COMPARE-LOOP
           END-IF
           PERFORM CHG-SCAN-A-LOOP THRU CHG-SCAN-A-LOOP-EXIT
           IF WS-CMP-HIT > 0
               COMPUTE WS-J = WS-CMP-HIT - 1
               PERFORM CHG-REPORT-DEL THRU CHG-REPORT-DEL-EXIT
                   WS-J TIMES
               GO TO CHANGE-COMPARE-LOOP
           END-IF
           PERFORM CHG-REPORT-MOD THRU CHG-REPORT-MOD-EXIT
           GO TO CHANGE-COMPARE-LOOP.
       CHANGE-COMPARE-LOOP-EXIT.
           EXIT.

       CHG-FILL-A-LOOP.
           IF WS-CMP-A-COUNT >= 16 OR WS-CMP-A-EOF-YES
               GO TO CHG-FILL-A-LOOP-EXIT
           END-IF
           IF WS-CHG-BASELINE-JOINED
               READ BASELN-FILE
                   AT END
                       MOVE 'Y' TO WS-CMP-A-EOF
                       GO TO CHG-FILL-A-LOOP-EXIT
                   NOT AT END
                       ADD 1 TO WS-CMP-A-COUNT
                       MOVE BASELN-LINE TO WS-SPILL-RECORD
                       MOVE WS-SPILL-REC-LINE
                           TO WS-CMP-A-LINE(WS-CMP-A-COUNT)
                       MOVE WS-SPILL-REC-ORIG
                           TO WS-CMP-A-ORIG(WS-CMP-A-COUNT)
               END-READ
           ELSE
               READ ORIGMEM-FILE
                   AT END
                       MOVE 'Y' TO WS-CMP-A-EOF
                       GO TO CHG-FILL-A-LOOP-EXIT
                   NOT AT END
                       ADD 1 TO WS-CMP-A-COUNT
                       ADD 1 TO WS-CMP-A-READ-NO
                       MOVE ORIGMEM-LINE
                           TO WS-CMP-A-LINE(WS-CMP-A-COUNT)
                       MOVE WS-CMP-A-READ-NO
                           TO WS-CMP-A-ORIG(WS-CMP-A-COUNT)
               END-READ
           END-IF
      *    UNDER SEQRENUM=Y THE RETURN CARRIES REISSUED 1-6 AND
      *    73-80 FIELDS; BLANK THEM ON BOTH SIDES SO THE DELTA
      *    SHOWS WHAT THE VENDOR CHANGED, NOT WHAT THE
      *    RENUMBERING DID.
           IF WS-CFG-SEQRENUM AND WS-CFG-FIXED-FORMAT
               MOVE SPACES
                   TO WS-CMP-A-LINE(WS-CMP-A-COUNT)(1:6)
               MOVE SPACES
                   TO WS-CMP-A-LINE(WS-CMP-A-COUNT)(73:8)
           END-IF
           GO TO CHG-FILL-A-LOOP.
       CHG-FILL-A-LOOP-EXIT.
           EXIT.

       CHG-FILL-B-LOOP.
           IF WS-CMP-B-COUNT >= 16 OR WS-CMP-B-EOF-YES
               GO TO CHG-FILL-B-LOOP-EXIT
           END-IF
           READ OUTPUT-FILE
               AT END
                   MOVE 'Y' TO WS-CMP-B-EOF
                   GO TO CHG-FILL-B-LOOP-EXIT
           NOT AT END
               ADD 1 TO WS-CMP-B-COUNT
               MOVE OUTPUT-LINE TO WS-CMP-B-LINE(WS-CMP-B-COUNT)
               IF WS-CFG-SEQRENUM AND WS-CFG-FIXED-FORMAT
                   MOVE SPACES
                       TO WS-CMP-B-LINE(WS-CMP-B-COUNT)(1:6)
                   MOVE SPACES
                       TO WS-CMP-B-LINE(WS-CMP-B-COUNT)(73:8)
               END-IF
           END-READ
           GO TO CHG-FILL-B-LOOP.
       CHG-FILL-B-LOOP-EXIT.
           EXIT.

       CHG-SCAN-B-LOOP.
           MOVE 0 TO WS-CMP-HIT
           MOVE 2 TO WS-CMP-SCAN.
       CHG-SCAN-B-NEXT.
           IF WS-CMP-SCAN > WS-CMP-B-COUNT
               GO TO CHG-SCAN-B-LOOP-EXIT
           END-IF
           IF WS-CMP-B-LINE(WS-CMP-SCAN) = WS-CMP-A-LINE(1)
               MOVE WS-CMP-SCAN TO WS-CMP-HIT
               GO TO CHG-SCAN-B-LOOP-EXIT
           END-IF
           ADD 1 TO WS-CMP-SCAN
           GO TO CHG-SCAN-B-NEXT.
       CHG-SCAN-B-LOOP-EXIT.
           EXIT.

       CHG-SCAN-A-LOOP.
           MOVE 0 TO WS-CMP-HIT
           MOVE 2 TO WS-CMP-SCAN.
       CHG-SCAN-A-NEXT.
           IF WS-CMP-SCAN > WS-CMP-A-COUNT
               GO TO CHG-SCAN-A-LOOP-EXIT
           END-IF
           IF WS-CMP-A-LINE(WS-CMP-SCAN) = WS-CMP-B-LINE(1)
               MOVE WS-CMP-SCAN TO WS-CMP-HIT
               GO TO CHG-SCAN-A-LOOP-EXIT
           END-IF
           ADD 1 TO WS-CMP-SCAN
           GO TO CHG-SCAN-A-NEXT.
       CHG-SCAN-A-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHG-REPORT-ADD / CHG-REPORT-DEL / CHG-REPORT-MOD - ONE
      * RECORD (THREE FOR A MODIFICATION, SO OLD AND NEW TEXT ARE
      * BOTH ON FILE) PER VENDOR CHANGE, EACH CONSUMING THE LINE
      * IT REPORTS.  THE LINE NUMBER COMES FROM THE SIDE-A ORIG
      * TABLE - THE MEMBER'S DISK LINE NUMBER, CARRIED THROUGH
      * THE JOINED BASELINE - SO IT IS THE NUMBER A REVIEWER CAN
      * FIND IN PRODUCTION SOURCE EVEN WHEN CONTINUATIONS WERE
      * JOINED OUT OF THE COMPARE.
      *----------------------------------------------------------
       CHG-REPORT-ADD.
           MOVE WS-CMP-A-LAST-ORIG TO WS-DISPLAY-COUNT
           MOVE SPACES TO CHGRPT-LINE
           STRING 'ADDED AFTER LINE ' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CMP-B-LINE(1)(1:54) DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           ADD 1 TO WS-CHG-ADD-COUNT
           PERFORM CHG-SHIFT-B THRU CHG-SHIFT-B-EXIT.
       CHG-REPORT-ADD-EXIT.
           EXIT.

       CHG-REPORT-DEL.
           MOVE WS-CMP-A-ORIG(1) TO WS-DISPLAY-COUNT
           MOVE SPACES TO CHGRPT-LINE
           STRING 'LINE ' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' REMOVED: ' DELIMITED BY SIZE
                  WS-CMP-A-LINE(1)(1:58) DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           ADD 1 TO WS-CHG-DEL-COUNT
           MOVE WS-CMP-A-ORIG(1) TO WS-CMP-A-LAST-ORIG
           PERFORM CHG-SHIFT-A THRU CHG-SHIFT-A-EXIT.
       CHG-REPORT-DEL-EXIT.
           EXIT.

       CHG-REPORT-MOD.
           MOVE WS-CMP-A-ORIG(1) TO WS-DISPLAY-COUNT
           MOVE SPACES TO CHGRPT-LINE
           STRING 'LINE ' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' MODIFIED' DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING ' OLD: ' DELIMITED BY SIZE
                  WS-CMP-A-LINE(1)(1:70) DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           MOVE SPACES TO CHGRPT-LINE
           STRING ' NEW: ' DELIMITED BY SIZE
                  WS-CMP-B-LINE(1)(1:70) DELIMITED BY SIZE
                  INTO CHGRPT-LINE
           END-STRING
           WRITE CHGRPT-LINE
           ADD 1 TO WS-CHG-MOD-COUNT
           MOVE WS-CMP-A-ORIG(1) TO WS-CMP-A-LAST-ORIG
           PERFORM CHG-SHIFT-A THRU CHG-SHIFT-A-EXIT
           PERFORM CHG-SHIFT-B THRU CHG-SHIFT-B-EXIT.
       CHG-REPORT-MOD-EXIT.
           EXIT.

       CHG-SHIFT-A.
           MOVE 1 TO WS-K.
       CHG-SHIFT-A-LOOP.
           IF WS-K >= WS-CMP-A-COUNT
               GO TO CHG-SHIFT-A-DONE
           END-IF
           MOVE WS-CMP-A-LINE(WS-K + 1) TO WS-CMP-A-LINE(WS-K)
           MOVE WS-CMP-A-ORIG(WS-K + 1) TO WS-CMP-A-ORIG(WS-K)
           ADD 1 TO WS-K
           GO TO CHG-SHIFT-A-LOOP.
       CHG-SHIFT-A-DONE.
           SUBTRACT 1 FROM WS-CMP-A-COUNT.
       CHG-SHIFT-A-EXIT.
           EXIT.

       CHG-SHIFT-B.
           MOVE 1 TO WS-K.
       CHG-SHIFT-B-LOOP.
           IF WS-K >= WS-CMP-B-COUNT
               GO TO CHG-SHIFT-B-DONE
           END-IF
           MOVE WS-CMP-B-LINE(WS-K + 1) TO WS-CMP-B-LINE(WS-K)
           ADD 1 TO WS-K
           GO TO CHG-SHIFT-B-LOOP.
       CHG-SHIFT-B-DONE.
           SUBTRACT 1 FROM WS-CMP-B-COUNT.
       CHG-SHIFT-B-EXIT.
           EXIT.

      *============================================================
      * WRITE-MERGE-PROD-BASELINE - RUNMODE=MERGE, FIXED FORMAT.
      * CURRENT PRODUCTION GETS THE SAME CONTINUATION-JOINED
      * TREATMENT AS THE SHIPPED BASELINE, ON ITS OWN WORK FILE,
      * BY POINTING WRITE-DEOBF-BASELINE AT IT FOR ONE PASS - SO
      * ALL THREE SIDES OF THE MERGE ARE JOINED ALIKE AND A
      * CONTINUATION GROUP NOBODY TOUCHED MATCHES ON EVERY SIDE.
      *============================================================
       WRITE-MERGE-PROD-BASELINE.
           MOVE WS-ORIG-MEMBER-PATH TO WS-MRG-PATH-SAVE
           MOVE WS-BASELN-PATH TO WS-MRG-BASELN-SAVE
           MOVE WS-PROD-MEMBER-PATH TO WS-ORIG-MEMBER-PATH
           MOVE WS-MRG-PRODBASE-PATH TO WS-BASELN-PATH
           PERFORM WRITE-DEOBF-BASELINE THRU WRITE-DEOBF-BASELINE-EXIT
           MOVE WS-CHG-BASELINE-SW TO WS-MRG-PROD-JOINED-SW
           MOVE 'N' TO WS-CHG-BASELINE-SW
           MOVE WS-MRG-PATH-SAVE TO WS-ORIG-MEMBER-PATH
           MOVE WS-MRG-BASELN-SAVE TO WS-BASELN-PATH.
       WRITE-MERGE-PROD-BASELINE-EXIT.
           EXIT.

      *============================================================
      * THREE-WAY-MERGE - RUNMODE=MERGE, AFTER THE CHANGE REPORT.
      * LINES UP THE SOURCE WE SHIPPED (THE BASE) AGAINST CURRENT
      * PRODUCTION AND AGAINST THE TRANSLATED RETURN, THEN WALKS
      * THE BASE.  A REGION ONLY ONE SIDE CHANGED TAKES THAT
      * SIDE'S LINES; A REGION BOTH SIDES CHANGED THE SAME WAY
      * TAKES EITHER; A REGION BOTH SIDES CHANGED DIFFERENTLY IS
      * A CONFLICT - BOTH VERSIONS GO INTO THE MERGED MEMBER
      * BETWEEN COMMENT-LINE MARKERS AND ONTO THE CONFLICT
      * REPORT, TAGGED WITH THE PRODUCTION LINE NUMBERS, AND THE
      * MEMBER IS HELD DIRTY (0015).  A MERGE THAT CANNOT RUN AT
      * ALL IS DIRTY TOO (0016) - THE DEOBFUSCATED MEMBER ALONE
      * WOULD THROW OUR OWN CHANGES AWAY.
      *============================================================
       THREE-WAY-MERGE.
           MOVE 0 TO WS-MRG-BASE-COUNT WS-MRG-PROD-COUNT
                     WS-MRG-VEND-COUNT
                     WS-MRG-VEND-ONLY-COUNT WS-MRG-PROD-ONLY-COUNT
                     WS-MRG-SAME-COUNT WS-MRG-CONFLICT-COUNT
           MOVE 'N' TO WS-MRG-OVERFLOW-SW
           IF NOT WS-SHIPPED-ARCHIVE-OK
               DISPLAY 'COBOLCMP: NO TRUSTED SHIPPED SOURCE FOR '
                   WS-PROD-MEMBER-PATH(1:40) ' - MERGE NOT RUN'
               MOVE 0016 TO WS-MEMBER-REASON
               GO TO THREE-WAY-MERGE-EXIT
           END-IF
           PERFORM MRG-LOAD-BASE THRU MRG-LOAD-BASE-EXIT
           IF WS-MEMBER-REASON NOT = 0016
               PERFORM MRG-LOAD-PROD THRU MRG-LOAD-PROD-EXIT
           END-IF
           IF WS-MEMBER-REASON NOT = 0016
               PERFORM MRG-LOAD-VEND THRU MRG-LOAD-VEND-EXIT
           END-IF
           IF WS-MEMBER-REASON = 0016
               GO TO THREE-WAY-MERGE-EXIT
           END-IF
           IF WS-MRG-OVERFLOW
               DISPLAY 'COBOLCMP: ' WS-PROD-MEMBER-PATH(1:40)
                   ' TOO BIG TO MERGE - MERGE NOT RUN'
               MOVE 0016 TO WS-MEMBER-REASON
               GO TO THREE-WAY-MERGE-EXIT
           END-IF
           MOVE 'P' TO WS-MRG-SIDE
           PERFORM MRG-MATCH-SIDE THRU MRG-MATCH-SIDE-EXIT
           MOVE 'V' TO WS-MRG-SIDE
           PERFORM MRG-MATCH-SIDE THRU MRG-MATCH-SIDE-EXIT
           OPEN OUTPUT MERGED-FILE
           IF WS-MERGED-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-MERGED-PATH
                   ' - STATUS ' WS-MERGED-STATUS
                   ' - MERGE NOT RUN'
               MOVE 0016 TO WS-MEMBER-REASON
               GO TO THREE-WAY-MERGE-EXIT
           END-IF
           OPEN OUTPUT CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-CONFLICT-PATH
                   ' - STATUS ' WS-CONFLICT-STATUS
                   ' - MERGE NOT RUN'
               CLOSE MERGED-FILE
               MOVE 0016 TO WS-MEMBER-REASON
               GO TO THREE-WAY-MERGE-EXIT
           END-IF
           MOVE SPACES TO CONFLICT-LINE
           STRING 'THREE-WAY MERGE CONFLICT REPORT FOR '
                      DELIMITED BY SIZE
                  WS-PROD-MEMBER-PATH DELIMITED BY SPACE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE SPACES TO CONFLICT-LINE
           STRING 'SHIPPED SOURCE ' DELIMITED BY SIZE
                  WS-ORIG-MEMBER-PATH DELIMITED BY SPACE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE SPACES TO CONFLICT-LINE
           STRING 'MERGED MEMBER ' DELIMITED BY SIZE
                  WS-MERGED-PATH DELIMITED BY SPACE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           PERFORM MRG-WALK THRU MRG-WALK-EXIT
           MOVE WS-MRG-VEND-ONLY-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MRG-PROD-ONLY-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-MRG-CONFLICT-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO CONFLICT-LINE
           STRING 'TOTAL VENDOR-ONLY=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' PRODUCTION-ONLY=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' CONFLICTS=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE WS-MRG-SAME-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CONFLICT-LINE
           STRING 'CHANGED ALIKE ON BOTH SIDES=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE SPACES TO CONFLICT-LINE
           IF WS-MRG-CONFLICT-COUNT > 0
               MOVE 0015 TO WS-MEMBER-REASON
               MOVE 'VERDICT: DIRTY - CONFLICTS TO RESOLVE BY HAND'
                   TO CONFLICT-LINE
           ELSE
               MOVE 'VERDICT: CLEAN - MERGED WITHOUT CONFLICT'
                   TO CONFLICT-LINE
           END-IF
           WRITE CONFLICT-LINE
           CLOSE CONFLICT-FILE
           CLOSE MERGED-FILE
           IF WS-MRG-CONFLICT-COUNT > 0
               DISPLAY 'COBOLCMP: ' WS-PROD-MEMBER-PATH(1:40)
                   ' MERGED WITH ' WS-DISPLAY-COUNT-3
                   ' CONFLICT(S) - SEE ' WS-CONFLICT-PATH(1:40)
           ELSE
               DISPLAY 'COBOLCMP: ' WS-PROD-MEMBER-PATH(1:40)
                   ' MERGED WITHOUT CONFLICT'
           END-IF.
       THREE-WAY-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-LOAD-BASE / MRG-LOAD-PROD / MRG-LOAD-VEND - EACH SIDE
      * COMES FROM ITS JOINED WORK FILE WHEN ONE WAS BUILT, ELSE
      * FROM THE MEMBER ITSELF.  THE BASE IS WHATEVER THE CHANGE
      * REPORT COMPARED AGAINST - THE ARCHIVE, OR ITS JOINED
      * BASELINE; THE VENDOR SIDE IS THE DEOBFUSCATED MEMBER
      * JUST WRITTEN.  A SIDE THAT CANNOT BE OPENED IS 0016.
      *----------------------------------------------------------
       MRG-LOAD-BASE.
           MOVE 'B' TO WS-MRG-SIDE
           IF WS-CHG-BASELINE-JOINED
               OPEN INPUT BASELN-FILE
               IF WS-BASELN-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO REOPEN '
                       WS-BASELN-PATH ' - STATUS '
                       WS-BASELN-STATUS ' - MERGE NOT RUN'
                   MOVE 0016 TO WS-MEMBER-REASON
                   GO TO MRG-LOAD-BASE-EXIT
               END-IF
               PERFORM MRG-READ-BASELN-LOOP
                   THRU MRG-READ-BASELN-LOOP-EXIT
               CLOSE BASELN-FILE
           ELSE
               OPEN INPUT ORIGMEM-FILE
               IF WS-ORIGMEM-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                       WS-ORIG-MEMBER-PATH ' - STATUS '
                       WS-ORIGMEM-STATUS ' - MERGE NOT RUN'
                   MOVE 0016 TO WS-MEMBER-REASON
                   GO TO MRG-LOAD-BASE-EXIT
               END-IF
               PERFORM MRG-READ-ORIGMEM-LOOP
                   THRU MRG-READ-ORIGMEM-LOOP-EXIT
               CLOSE ORIGMEM-FILE
           END-IF.
       MRG-LOAD-BASE-EXIT.
           EXIT.

       MRG-LOAD-PROD.
           MOVE 'P' TO WS-MRG-SIDE
           IF WS-MRG-PROD-JOINED
               MOVE WS-BASELN-PATH TO WS-MRG-BASELN-SAVE
               MOVE WS-MRG-PRODBASE-PATH TO WS-BASELN-PATH
               OPEN INPUT BASELN-FILE
               IF WS-BASELN-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO REOPEN '
                       WS-BASELN-PATH ' - STATUS '
                       WS-BASELN-STATUS ' - MERGE NOT RUN'
                   MOVE 0016 TO WS-MEMBER-REASON
               ELSE
                   PERFORM MRG-READ-BASELN-LOOP
                       THRU MRG-READ-BASELN-LOOP-EXIT
                   CLOSE BASELN-FILE
               END-IF
               MOVE WS-MRG-BASELN-SAVE TO WS-BASELN-PATH
           ELSE
               OPEN INPUT PRODMEM-FILE
               IF WS-PRODMEM-STATUS NOT = '00'
                   DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                       WS-PROD-MEMBER-PATH ' - STATUS '
                       WS-PRODMEM-STATUS ' - MERGE NOT RUN'
                   MOVE 0016 TO WS-MEMBER-REASON
                   GO TO MRG-LOAD-PROD-EXIT
               END-IF
               PERFORM MRG-READ-PRODMEM-LOOP
                   THRU MRG-READ-PRODMEM-LOOP-EXIT
               CLOSE PRODMEM-FILE
           END-IF.
       MRG-LOAD-PROD-EXIT.
           EXIT.

       MRG-LOAD-VEND.
           MOVE 'V' TO WS-MRG-SIDE
           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO REOPEN ' WS-OUTPUT-PATH
                   ' - STATUS ' WS-OUTPUT-STATUS
                   ' - MERGE NOT RUN'
               MOVE 0016 TO WS-MEMBER-REASON
               GO TO MRG-LOAD-VEND-EXIT
           END-IF
           PERFORM MRG-READ-VEND-LOOP THRU MRG-READ-VEND-LOOP-EXIT
           CLOSE OUTPUT-FILE.
       MRG-LOAD-VEND-EXIT.
           EXIT.

       MRG-READ-BASELN-LOOP.
           READ BASELN-FILE
               AT END
                   GO TO MRG-READ-BASELN-LOOP-EXIT
           NOT AT END
               MOVE BASELN-LINE TO WS-SPILL-RECORD
               MOVE WS-SPILL-REC-LINE TO WS-MRG-LINE
               MOVE WS-SPILL-REC-ORIG TO WS-MRG-ORIG
               PERFORM MRG-STORE-LINE
           END-READ
           GO TO MRG-READ-BASELN-LOOP.
       MRG-READ-BASELN-LOOP-EXIT.
           EXIT.

       MRG-READ-ORIGMEM-LOOP.
           READ ORIGMEM-FILE
               AT END
                   GO TO MRG-READ-ORIGMEM-LOOP-EXIT
           NOT AT END
               MOVE ORIGMEM-LINE TO WS-MRG-LINE
               COMPUTE WS-MRG-ORIG = WS-MRG-BASE-COUNT + 1
               PERFORM MRG-STORE-LINE
           END-READ
           GO TO MRG-READ-ORIGMEM-LOOP.
       MRG-READ-ORIGMEM-LOOP-EXIT.
           EXIT.

       MRG-READ-PRODMEM-LOOP.
           READ PRODMEM-FILE
               AT END
                   GO TO MRG-READ-PRODMEM-LOOP-EXIT
           NOT AT END
               MOVE PRODMEM-LINE TO WS-MRG-LINE
               COMPUTE WS-MRG-ORIG = WS-MRG-PROD-COUNT + 1
               PERFORM MRG-STORE-LINE
           END-READ
           GO TO MRG-READ-PRODMEM-LOOP.
       MRG-READ-PRODMEM-LOOP-EXIT.
           EXIT.

       MRG-READ-VEND-LOOP.
           READ OUTPUT-FILE
               AT END
                   GO TO MRG-READ-VEND-LOOP-EXIT
           NOT AT END
               MOVE OUTPUT-LINE TO WS-MRG-LINE
               MOVE 0 TO WS-MRG-ORIG
               PERFORM MRG-STORE-LINE
           END-READ
           GO TO MRG-READ-VEND-LOOP.
       MRG-READ-VEND-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-STORE-LINE - FILES WS-MRG-LINE ON THE SIDE NAMED BY
      * WS-MRG-SIDE.  THE VENDOR SIDE REUSES WS-SOURCE-TABLE.
      *----------------------------------------------------------
       MRG-STORE-LINE.
           EVALUATE WS-MRG-SIDE
               WHEN 'B'
                   IF WS-MRG-BASE-COUNT >= 20000
                       MOVE 'Y' TO WS-MRG-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-MRG-BASE-COUNT
                       MOVE WS-MRG-LINE
                           TO WS-MRG-BASE-LINE(WS-MRG-BASE-COUNT)
                       MOVE 0 TO WS-MRG-MATCH-P(WS-MRG-BASE-COUNT)
                                 WS-MRG-MATCH-V(WS-MRG-BASE-COUNT)
                   END-IF
               WHEN 'P'
                   IF WS-MRG-PROD-COUNT >= 20000
                       MOVE 'Y' TO WS-MRG-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-MRG-PROD-COUNT
                       MOVE WS-MRG-LINE
                           TO WS-MRG-PROD-LINE(WS-MRG-PROD-COUNT)
                       MOVE WS-MRG-ORIG
                           TO WS-MRG-PROD-ORIG(WS-MRG-PROD-COUNT)
                   END-IF
               WHEN OTHER
                   IF WS-MRG-VEND-COUNT >= 20000
                       MOVE 'Y' TO WS-MRG-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-MRG-VEND-COUNT
                       MOVE WS-MRG-LINE
                           TO WS-SOURCE-LINE(WS-MRG-VEND-COUNT)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------
      * MRG-FETCH-LINE - LINE WS-MRG-FETCH-NO OF SIDE
      * WS-MRG-FETCH-SIDE INTO WS-MRG-LINE.
      *----------------------------------------------------------
       MRG-FETCH-LINE.
           EVALUATE WS-MRG-FETCH-SIDE
               WHEN 'B'
                   MOVE WS-MRG-BASE-LINE(WS-MRG-FETCH-NO)
                       TO WS-MRG-LINE
               WHEN 'P'
                   MOVE WS-MRG-PROD-LINE(WS-MRG-FETCH-NO)
                       TO WS-MRG-LINE
               WHEN OTHER
                   MOVE WS-SOURCE-LINE(WS-MRG-FETCH-NO)
                       TO WS-MRG-LINE
           END-EVALUATE.

      *----------------------------------------------------------
      * MRG-LINES-EQUAL - UNDER SEQRENUM=Y THE RETURN CARRIES
      * REISSUED 1-6 AND 73-80 FIELDS, SO ONLY THE PROGRAM TEXT
      * AREA COUNTS, AS IN THE CHANGE REPORT.
      *----------------------------------------------------------
       MRG-LINES-EQUAL.
           MOVE 'N' TO WS-MRG-EQUAL-SW
           IF WS-CFG-SEQRENUM AND WS-CFG-FIXED-FORMAT
               IF WS-MRG-LINE-1(7:66) = WS-MRG-LINE-2(7:66)
                   MOVE 'Y' TO WS-MRG-EQUAL-SW
               END-IF
           ELSE
               IF WS-MRG-LINE-1 = WS-MRG-LINE-2
                   MOVE 'Y' TO WS-MRG-EQUAL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------
      * MRG-MATCH-SIDE - LINES THE BASE UP AGAINST ONE SIDE (P OR
      * V IN WS-MRG-SIDE) WITH THE SAME LOOK-AHEAD RULE AS THE
      * CHANGE REPORT: MATCHING HEADS ADVANCE TOGETHER; ELSE THE
      * BASE LINE IS LOOKED FOR UP TO 15 LINES AHEAD ON THE SIDE
      * (LINES IN FRONT WERE ADDED), THEN THE SIDE'S LINE UP TO
      * 15 LINES AHEAD IN THE BASE (BASE LINES IN FRONT WERE
      * REMOVED); FAILING BOTH THE PAIR IS ONE CHANGED LINE.  A
      * BASE LINE LEFT UNMATCHED KEEPS ITS ZERO.
      *----------------------------------------------------------
       MRG-MATCH-SIDE.
           IF WS-MRG-SIDE = 'P'
               MOVE WS-MRG-PROD-COUNT TO WS-MRG-SIDE-COUNT
           ELSE
               MOVE WS-MRG-VEND-COUNT TO WS-MRG-SIDE-COUNT
           END-IF
           MOVE WS-MRG-SIDE TO WS-MRG-FETCH-SIDE
           MOVE 1 TO WS-MRG-I WS-MRG-J.
       MRG-MATCH-LOOP.
           IF WS-MRG-I > WS-MRG-BASE-COUNT
           OR WS-MRG-J > WS-MRG-SIDE-COUNT
               GO TO MRG-MATCH-SIDE-EXIT
           END-IF
           MOVE WS-MRG-BASE-LINE(WS-MRG-I) TO WS-MRG-LINE-1
           MOVE WS-MRG-J TO WS-MRG-FETCH-NO
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO WS-MRG-LINE-2
           PERFORM MRG-LINES-EQUAL
           IF WS-MRG-EQUAL
               IF WS-MRG-SIDE = 'P'
                   MOVE WS-MRG-J TO WS-MRG-MATCH-P(WS-MRG-I)
               ELSE
                   MOVE WS-MRG-J TO WS-MRG-MATCH-V(WS-MRG-I)
               END-IF
               ADD 1 TO WS-MRG-I WS-MRG-J
               GO TO MRG-MATCH-LOOP
           END-IF
           PERFORM MRG-SCAN-SIDE THRU MRG-SCAN-SIDE-EXIT
           IF WS-MRG-HIT > 0
               MOVE WS-MRG-HIT TO WS-MRG-J
               GO TO MRG-MATCH-LOOP
           END-IF
           PERFORM MRG-SCAN-BASE THRU MRG-SCAN-BASE-EXIT
           IF WS-MRG-HIT > 0
               MOVE WS-MRG-HIT TO WS-MRG-I
               GO TO MRG-MATCH-LOOP
           END-IF
           ADD 1 TO WS-MRG-I WS-MRG-J
           GO TO MRG-MATCH-LOOP.
       MRG-MATCH-SIDE-EXIT.
           EXIT.

       MRG-SCAN-SIDE.
           MOVE 0 TO WS-MRG-HIT
           COMPUTE WS-MRG-LIMIT = WS-MRG-J + 15
           IF WS-MRG-LIMIT > WS-MRG-SIDE-COUNT
               MOVE WS-MRG-SIDE-COUNT TO WS-MRG-LIMIT
           END-IF
           COMPUTE WS-MRG-K = WS-MRG-J + 1.
       MRG-SCAN-SIDE-NEXT.
           IF WS-MRG-K > WS-MRG-LIMIT
               GO TO MRG-SCAN-SIDE-EXIT
           END-IF
           MOVE WS-MRG-K TO WS-MRG-FETCH-NO
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO WS-MRG-LINE-2
           PERFORM MRG-LINES-EQUAL
           IF WS-MRG-EQUAL
               MOVE WS-MRG-K TO WS-MRG-HIT
               GO TO MRG-SCAN-SIDE-EXIT
           END-IF
           ADD 1 TO WS-MRG-K
           GO TO MRG-SCAN-SIDE-NEXT.
       MRG-SCAN-SIDE-EXIT.
           EXIT.

       MRG-SCAN-BASE.
           MOVE 0 TO WS-MRG-HIT
           MOVE WS-MRG-J TO WS-MRG-FETCH-NO
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO WS-MRG-LINE-2
           COMPUTE WS-MRG-LIMIT = WS-MRG-I + 15
           IF WS-MRG-LIMIT > WS-MRG-BASE-COUNT
               MOVE WS-MRG-BASE-COUNT TO WS-MRG-LIMIT
           END-IF
           COMPUTE WS-MRG-K = WS-MRG-I + 1.
       MRG-SCAN-BASE-NEXT.
           IF WS-MRG-K > WS-MRG-LIMIT
               GO TO MRG-SCAN-BASE-EXIT
           END-IF
           MOVE WS-MRG-BASE-LINE(WS-MRG-K) TO WS-MRG-LINE-1
           PERFORM MRG-LINES-EQUAL
           IF WS-MRG-EQUAL
               MOVE WS-MRG-K TO WS-MRG-HIT
               GO TO MRG-SCAN-BASE-EXIT
           END-IF
           ADD 1 TO WS-MRG-K
           GO TO MRG-SCAN-BASE-NEXT.
       MRG-SCAN-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-WALK - A BASE LINE MATCHED ON BOTH SIDES AT THE
      * CURRENT POSITIONS IS COMMON TEXT AND GOES OUT AS
      * PRODUCTION HAS IT.  ANYTHING ELSE IS A HUNK RUNNING UP TO
      * THE NEXT BASE LINE BOTH SIDES STILL HAVE (OR TO THE END),
      * AND IS SETTLED BY MRG-RESOLVE-HUNK.
      *----------------------------------------------------------
       MRG-WALK.
           MOVE 1 TO WS-MRG-A WS-MRG-P WS-MRG-V.
       MRG-WALK-LOOP.
           IF WS-MRG-A > WS-MRG-BASE-COUNT
           AND WS-MRG-P > WS-MRG-PROD-COUNT
           AND WS-MRG-V > WS-MRG-VEND-COUNT
               GO TO MRG-WALK-EXIT
           END-IF
           IF WS-MRG-A NOT > WS-MRG-BASE-COUNT
               IF WS-MRG-MATCH-P(WS-MRG-A) = WS-MRG-P
               AND WS-MRG-MATCH-V(WS-MRG-A) = WS-MRG-V
                   MOVE 'P' TO WS-MRG-FETCH-SIDE
                   MOVE WS-MRG-P TO WS-MRG-FROM WS-MRG-TO
                   PERFORM MRG-WRITE-RANGE THRU MRG-WRITE-RANGE-EXIT
                   ADD 1 TO WS-MRG-A WS-MRG-P WS-MRG-V
                   GO TO MRG-WALK-LOOP
               END-IF
           END-IF
           MOVE WS-MRG-A TO WS-MRG-S
           PERFORM MRG-FIND-STABLE THRU MRG-FIND-STABLE-EXIT
           IF WS-MRG-S > WS-MRG-BASE-COUNT
               COMPUTE WS-MRG-PS = WS-MRG-PROD-COUNT + 1
               COMPUTE WS-MRG-VS = WS-MRG-VEND-COUNT + 1
           ELSE
               MOVE WS-MRG-MATCH-P(WS-MRG-S) TO WS-MRG-PS
               MOVE WS-MRG-MATCH-V(WS-MRG-S) TO WS-MRG-VS
           END-IF
           PERFORM MRG-RESOLVE-HUNK THRU MRG-RESOLVE-HUNK-EXIT
           MOVE WS-MRG-S TO WS-MRG-A
           MOVE WS-MRG-PS TO WS-MRG-P
           MOVE WS-MRG-VS TO WS-MRG-V
           GO TO MRG-WALK-LOOP.
       MRG-WALK-EXIT.
           EXIT.

       MRG-FIND-STABLE.
           IF WS-MRG-S > WS-MRG-BASE-COUNT
               GO TO MRG-FIND-STABLE-EXIT
           END-IF
           IF WS-MRG-MATCH-P(WS-MRG-S) > 0
           AND WS-MRG-MATCH-V(WS-MRG-S) > 0
               GO TO MRG-FIND-STABLE-EXIT
           END-IF
           ADD 1 TO WS-MRG-S
           GO TO MRG-FIND-STABLE.
       MRG-FIND-STABLE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-RESOLVE-HUNK - BASE A..S-1, PRODUCTION P..PS-1,
      * VENDOR V..VS-1.  A SIDE WHOSE LINES STILL READ AS THE
      * BASE DID NOT CHANGE THE REGION.
      *----------------------------------------------------------
       MRG-RESOLVE-HUNK.
           MOVE 'B' TO WS-MRG-SIDE
           MOVE WS-MRG-A TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-S - 1
           MOVE 'P' TO WS-MRG-SIDE-2
           MOVE WS-MRG-P TO WS-MRG-FROM-2
           COMPUTE WS-MRG-TO-2 = WS-MRG-PS - 1
           PERFORM MRG-RANGES-EQUAL THRU MRG-RANGES-EQUAL-EXIT
           IF WS-MRG-EQUAL
               MOVE 'N' TO WS-MRG-PROD-CHANGED-SW
           ELSE
               MOVE 'Y' TO WS-MRG-PROD-CHANGED-SW
           END-IF
           MOVE 'V' TO WS-MRG-SIDE-2
           MOVE WS-MRG-V TO WS-MRG-FROM-2
           COMPUTE WS-MRG-TO-2 = WS-MRG-VS - 1
           PERFORM MRG-RANGES-EQUAL THRU MRG-RANGES-EQUAL-EXIT
           IF WS-MRG-EQUAL
               MOVE 'N' TO WS-MRG-VEND-CHANGED-SW
           ELSE
               MOVE 'Y' TO WS-MRG-VEND-CHANGED-SW
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-MRG-PROD-CHANGED
               AND NOT WS-MRG-VEND-CHANGED
                   PERFORM MRG-WRITE-PROD-HUNK
               WHEN NOT WS-MRG-PROD-CHANGED
                   MOVE 'V' TO WS-MRG-FETCH-SIDE
                   MOVE WS-MRG-V TO WS-MRG-FROM
                   COMPUTE WS-MRG-TO = WS-MRG-VS - 1
                   PERFORM MRG-WRITE-RANGE THRU MRG-WRITE-RANGE-EXIT
                   ADD 1 TO WS-MRG-VEND-ONLY-COUNT
               WHEN NOT WS-MRG-VEND-CHANGED
                   PERFORM MRG-WRITE-PROD-HUNK
                   ADD 1 TO WS-MRG-PROD-ONLY-COUNT
               WHEN OTHER
                   MOVE 'P' TO WS-MRG-SIDE
                   MOVE WS-MRG-P TO WS-MRG-FROM
                   COMPUTE WS-MRG-TO = WS-MRG-PS - 1
                   PERFORM MRG-RANGES-EQUAL
                       THRU MRG-RANGES-EQUAL-EXIT
                   IF WS-MRG-EQUAL
                       PERFORM MRG-WRITE-PROD-HUNK
                       ADD 1 TO WS-MRG-SAME-COUNT
                   ELSE
                       PERFORM MRG-REPORT-CONFLICT
                           THRU MRG-REPORT-CONFLICT-EXIT
                   END-IF
           END-EVALUATE.
       MRG-RESOLVE-HUNK-EXIT.
           EXIT.

       MRG-WRITE-PROD-HUNK.
           MOVE 'P' TO WS-MRG-FETCH-SIDE
           MOVE WS-MRG-P TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-PS - 1
           PERFORM MRG-WRITE-RANGE THRU MRG-WRITE-RANGE-EXIT.

      *----------------------------------------------------------
      * MRG-RANGES-EQUAL - SIDE WS-MRG-SIDE FROM..TO AGAINST SIDE
      * WS-MRG-SIDE-2 FROM-2..TO-2, LINE FOR LINE.  AN EMPTY
      * RANGE HAS TO = FROM - 1.
      *----------------------------------------------------------
       MRG-RANGES-EQUAL.
           MOVE 'N' TO WS-MRG-EQUAL-SW
           IF WS-MRG-TO + 1 - WS-MRG-FROM
               NOT = WS-MRG-TO-2 + 1 - WS-MRG-FROM-2
               GO TO MRG-RANGES-EQUAL-EXIT
           END-IF
           MOVE 0 TO WS-MRG-K.
       MRG-RANGES-EQUAL-LOOP.
           IF WS-MRG-FROM + WS-MRG-K > WS-MRG-TO
               MOVE 'Y' TO WS-MRG-EQUAL-SW
               GO TO MRG-RANGES-EQUAL-EXIT
           END-IF
           MOVE WS-MRG-SIDE TO WS-MRG-FETCH-SIDE
           COMPUTE WS-MRG-FETCH-NO = WS-MRG-FROM + WS-MRG-K
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO WS-MRG-LINE-1
           MOVE WS-MRG-SIDE-2 TO WS-MRG-FETCH-SIDE
           COMPUTE WS-MRG-FETCH-NO = WS-MRG-FROM-2 + WS-MRG-K
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO WS-MRG-LINE-2
           PERFORM MRG-LINES-EQUAL
           IF NOT WS-MRG-EQUAL
               GO TO MRG-RANGES-EQUAL-EXIT
           END-IF
           ADD 1 TO WS-MRG-K
           GO TO MRG-RANGES-EQUAL-LOOP.
       MRG-RANGES-EQUAL-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-WRITE-RANGE - LINES FROM..TO OF SIDE WS-MRG-FETCH-SIDE
      * TO THE MERGED MEMBER.
      *----------------------------------------------------------
       MRG-WRITE-RANGE.
           MOVE WS-MRG-FROM TO WS-MRG-FETCH-NO.
       MRG-WRITE-RANGE-LOOP.
           IF WS-MRG-FETCH-NO > WS-MRG-TO
               GO TO MRG-WRITE-RANGE-EXIT
           END-IF
           PERFORM MRG-FETCH-LINE
           MOVE WS-MRG-LINE TO MERGED-LINE
           WRITE MERGED-LINE
           ADD 1 TO WS-MRG-FETCH-NO
           GO TO MRG-WRITE-RANGE-LOOP.
       MRG-WRITE-RANGE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MRG-REPORT-CONFLICT - BOTH SIDES CHANGED THE REGION, AND
      * NOT ALIKE.  THE REPORT NAMES THE PRODUCTION LINES (OR THE
      * LINE THE REGION FOLLOWS, WHEN PRODUCTION REMOVED IT) AND
      * SHOWS THE SHIPPED, PRODUCTION AND VENDOR TEXT; THE MERGED
      * MEMBER GETS BOTH VERSIONS BETWEEN COMMENT-LINE MARKERS SO
      * NOTHING IS LOST AND NOTHING IS GUESSED.
      *----------------------------------------------------------
       MRG-REPORT-CONFLICT.
           ADD 1 TO WS-MRG-CONFLICT-COUNT
           MOVE SPACES TO CONFLICT-LINE
           IF WS-MRG-PS > WS-MRG-P
               MOVE WS-MRG-PROD-ORIG(WS-MRG-P) TO WS-DISPLAY-COUNT
               MOVE WS-MRG-PROD-ORIG(WS-MRG-PS - 1)
                   TO WS-DISPLAY-COUNT-2
               STRING 'CONFLICT AT PRODUCTION LINES '
                          DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      ' THRU ' DELIMITED BY SIZE
                      WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                      INTO CONFLICT-LINE
               END-STRING
           ELSE
               IF WS-MRG-P > 1
                   MOVE WS-MRG-PROD-ORIG(WS-MRG-P - 1)
                       TO WS-DISPLAY-COUNT
               ELSE
                   MOVE 0 TO WS-DISPLAY-COUNT
               END-IF
               STRING 'CONFLICT AFTER PRODUCTION LINE '
                          DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      ' (REMOVED IN PRODUCTION)' DELIMITED BY SIZE
                      INTO CONFLICT-LINE
               END-STRING
           END-IF
           WRITE CONFLICT-LINE
           MOVE ' SHIP: ' TO WS-MRG-LABEL
           MOVE 'B' TO WS-MRG-FETCH-SIDE
           MOVE WS-MRG-A TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-S - 1
           PERFORM MRG-REPORT-RANGE THRU MRG-REPORT-RANGE-EXIT
           MOVE ' PROD: ' TO WS-MRG-LABEL
           MOVE 'P' TO WS-MRG-FETCH-SIDE
           MOVE WS-MRG-P TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-PS - 1
           PERFORM MRG-REPORT-RANGE THRU MRG-REPORT-RANGE-EXIT
           MOVE ' VEND: ' TO WS-MRG-LABEL
           MOVE 'V' TO WS-MRG-FETCH-SIDE
           MOVE WS-MRG-V TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-VS - 1
           PERFORM MRG-REPORT-RANGE THRU MRG-REPORT-RANGE-EXIT
           MOVE '<<<<<<< PRODUCTION' TO WS-MRG-MARKER
           PERFORM MRG-WRITE-MARKER
           PERFORM MRG-WRITE-PROD-HUNK
           MOVE '======= VENDOR RETURN' TO WS-MRG-MARKER
           PERFORM MRG-WRITE-MARKER
           MOVE 'V' TO WS-MRG-FETCH-SIDE
           MOVE WS-MRG-V TO WS-MRG-FROM
           COMPUTE WS-MRG-TO = WS-MRG-VS - 1
           PERFORM MRG-WRITE-RANGE THRU MRG-WRITE-RANGE-EXIT
           MOVE '>>>>>>> END OF CONFLICT' TO WS-MRG-MARKER
           PERFORM MRG-WRITE-MARKER.
       MRG-REPORT-CONFLICT-EXIT.
           EXIT.

       MRG-REPORT-RANGE.
           IF WS-MRG-FROM > WS-MRG-TO
               MOVE SPACES TO CONFLICT-LINE
               STRING WS-MRG-LABEL DELIMITED BY SIZE
                      '(NO LINES)' DELIMITED BY SIZE
                      INTO CONFLICT-LINE
               END-STRING
               WRITE CONFLICT-LINE
               GO TO MRG-REPORT-RANGE-EXIT
           END-IF
           MOVE WS-MRG-FROM TO WS-MRG-FETCH-NO.
       MRG-REPORT-RANGE-LOOP.
           IF WS-MRG-FETCH-NO > WS-MRG-TO
               GO TO MRG-REPORT-RANGE-EXIT
           END-IF
           PERFORM MRG-FETCH-LINE
           MOVE SPACES TO CONFLICT-LINE
           STRING WS-MRG-LABEL DELIMITED BY SIZE
                  WS-MRG-LINE(1:70) DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           ADD 1 TO WS-MRG-FETCH-NO
           GO TO MRG-REPORT-RANGE-LOOP.
       MRG-REPORT-RANGE-EXIT.
           EXIT.

      *    MARKERS ARE COMMENT LINES IN THE MEMBER'S OWN FORMAT.
       MRG-WRITE-MARKER.
           MOVE SPACES TO MERGED-LINE
           IF WS-CFG-FIXED-FORMAT
               STRING '      *' DELIMITED BY SIZE
                      WS-MRG-MARKER DELIMITED BY SIZE
                      INTO MERGED-LINE
               END-STRING
           ELSE
               STRING '*>' DELIMITED BY SIZE
                      WS-MRG-MARKER DELIMITED BY SIZE
                      INTO MERGED-LINE
               END-STRING
           END-IF
           WRITE MERGED-LINE.

      *============================================================
      * WRITE-VENDOR-NAME-REPORT - DEOBF, AFTER THE CHANGE REPORT.
      * THE CROSSREF ONLY KNOWS THE NAMES WE GENERATED, SO A NAME
      * THE VENDOR MADE UP COMES BACK THROUGH THE TRANSLATION
      * UNTOUCHED AND UNFLAGGED.  THIS PASS READS THE RETURN AS IT
      * ARRIVED AND LISTS, BY THE RETURN LINE EACH FIRST SHOWS ON:
      *   NEW     - A DATA NAME, CONDITION, FILE, PARAGRAPH OR
      *             SECTION THE RETURN DECLARES THAT IS NEITHER ONE
      *             OF OUR GENERATED NAMES NOR DECLARED IN THE
      *             ORIGINAL WE SHIPPED;
      *   CLASH   - A NEW NAME THAT IS ALSO A REAL NAME IN THIS
      *             MEMBER'S CROSSREF OR IN THE DICTIONARY, AND SO
      *             COLLIDES ONCE THE MEMBER IS TRANSLATED BACK;
      *   UNKNOWN - A WORD SHAPED LIKE ONE OF OUR GENERATED SERIES
      *             THAT IS IN NEITHER THE CROSSREF NOR DICTFILE -
      *             A MISTYPED OR STALE NAME.
      * THE REPORT IS THE REVIEWERS' WORK LIST FOR RENAMING VENDOR
      * ADDITIONS TO SHOP STANDARD; IT DOES NOT CHANGE THE
      * MEMBER'S VERDICT.  THE COUNTS RIDE ON ITS BATCHCTL RECORD.
      *============================================================
       WRITE-VENDOR-NAME-REPORT.
           MOVE 0 TO WS-VNR-KNOWN-COUNT WS-VNR-SEEN-COUNT
                     WS-VNR-NEW-COUNT WS-VNR-UNKNOWN-COUNT
                     WS-VNR-CLASH-COUNT
           PERFORM LOAD-VNR-SERIES-TABLE
           MOVE 'O' TO WS-VNR-PASS-SW
           MOVE 'N' TO WS-VNR-IN-PROC-SW WS-VNR-EOF-SW
           OPEN INPUT ORIGMEM-FILE
           IF WS-ORIGMEM-STATUS = '00'
               PERFORM VNR-READ-ORIGINAL-LOOP
                   THRU VNR-READ-ORIGINAL-LOOP-EXIT
               CLOSE ORIGMEM-FILE
           ELSE
               DISPLAY 'COBOLCMP: UNABLE TO OPEN '
                   WS-ORIG-MEMBER-PATH(1:40)
                   ' - STATUS ' WS-ORIGMEM-STATUS
                   ' - EVERY VENDOR DECLARATION READS AS NEW'
           END-IF
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO REOPEN ' WS-INPUT-PATH
                   ' - STATUS ' WS-INPUT-STATUS
                   ' - VENDOR NAME REPORT SKIPPED'
               GO TO WRITE-VENDOR-NAME-REPORT-EXIT
           END-IF
           OPEN OUTPUT VNDRPT-FILE
           IF WS-VNDRPT-STATUS NOT = '00'
               DISPLAY 'COBOLCMP: UNABLE TO OPEN ' WS-VNDRPT-PATH
                   ' - STATUS ' WS-VNDRPT-STATUS
                   ' - VENDOR NAME REPORT SKIPPED'
               CLOSE INPUT-FILE
               GO TO WRITE-VENDOR-NAME-REPORT-EXIT
           END-IF
           MOVE SPACES TO VNDRPT-LINE
           STRING 'VENDOR NAME REPORT FOR ' DELIMITED BY SIZE
                  WS-PROD-MEMBER-PATH DELIMITED BY SPACE
                  INTO VNDRPT-LINE
           END-STRING
           WRITE VNDRPT-LINE
           MOVE SPACES TO VNDRPT-LINE
           STRING 'VENDOR RETURN ' DELIMITED BY SIZE
                  WS-INPUT-PATH DELIMITED BY SPACE
                  INTO VNDRPT-LINE
           END-STRING
           WRITE VNDRPT-LINE
           MOVE 'R' TO WS-VNR-PASS-SW
           MOVE 'N' TO WS-VNR-IN-PROC-SW WS-VNR-EOF-SW
           MOVE 0 TO WS-VNR-LINE-NO
           PERFORM VNR-READ-RETURN-LOOP THRU VNR-READ-RETURN-LOOP-EXIT
           CLOSE INPUT-FILE
           MOVE WS-VNR-NEW-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-VNR-UNKNOWN-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-VNR-CLASH-COUNT TO WS-DISPLAY-COUNT-3
           MOVE SPACES TO VNDRPT-LINE
           STRING 'TOTAL NEW=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' UNKNOWN=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' CLASH=' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-3 DELIMITED BY SIZE
                  INTO VNDRPT-LINE
           END-STRING
           WRITE VNDRPT-LINE
           CLOSE VNDRPT-FILE
           IF WS-VNR-NEW-COUNT > 0
           OR WS-VNR-UNKNOWN-COUNT > 0
               DISPLAY 'COBOLCMP: ' WS-PROD-MEMBER-PATH(1:40)
                   ' VENDOR NAMES NEW=' WS-DISPLAY-COUNT
                   ' UNKNOWN=' WS-DISPLAY-COUNT-2
                   ' CLASH=' WS-DISPLAY-COUNT-3
           END-IF.
       WRITE-VENDOR-NAME-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOAD-VNR-SERIES-TABLE - THE PREFIXES OF EVERY NAME SERIES
      * THE FORWARD RUN GENERATES FROM, EACH FOLLOWED BY SIX
      * DIGITS - EXCEPT THE FOUR-CHARACTER TRANSACTION IDS, WHICH
      * CARRY THREE.  A DD NAME IS F AND THE SIX DIGITS OF ITS
      * FILE'S NAME; A DATASET NAME QUALIFIER IS Q AND SIX.
      *----------------------------------------------------------
       LOAD-VNR-SERIES-TABLE.
           MOVE WS-CFG-PREFIX TO WS-VNR-SERIES-PFX(1)
           MOVE 'PARA' TO WS-VNR-SERIES-PFX(2)
           MOVE 'COND' TO WS-VNR-SERIES-PFX(3)
           MOVE 'FILE' TO WS-VNR-SERIES-PFX(4)
           MOVE 'INDX' TO WS-VNR-SERIES-PFX(5)
           MOVE 'SQLN' TO WS-VNR-SERIES-PFX(6)
           MOVE 'PROG' TO WS-VNR-SERIES-PFX(7)
           MOVE 'CPYB' TO WS-VNR-SERIES-PFX(8)
           MOVE 'R' TO WS-VNR-SERIES-PFX(9)
           MOVE 'T' TO WS-VNR-SERIES-PFX(10)
           MOVE 'Q' TO WS-VNR-SERIES-PFX(11)
           MOVE 'F' TO WS-VNR-SERIES-PFX(12)
           MOVE 4 TO WS-VNR-SERIES-LEN(2) WS-VNR-SERIES-LEN(3)
                     WS-VNR-SERIES-LEN(4) WS-VNR-SERIES-LEN(5)
                     WS-VNR-SERIES-LEN(6) WS-VNR-SERIES-LEN(7)
                     WS-VNR-SERIES-LEN(8)
           MOVE 1 TO WS-VNR-SERIES-LEN(9) WS-VNR-SERIES-LEN(10)
                     WS-VNR-SERIES-LEN(11) WS-VNR-SERIES-LEN(12)
           MOVE 6 TO WS-VNR-SERIES-DIGITS(1) WS-VNR-SERIES-DIGITS(2)
                     WS-VNR-SERIES-DIGITS(3) WS-VNR-SERIES-DIGITS(4)
                     WS-VNR-SERIES-DIGITS(5) WS-VNR-SERIES-DIGITS(6)
                     WS-VNR-SERIES-DIGITS(7) WS-VNR-SERIES-DIGITS(8)
                     WS-VNR-SERIES-DIGITS(9) WS-VNR-SERIES-DIGITS(11)
                     WS-VNR-SERIES-DIGITS(12)
           MOVE 3 TO WS-VNR-SERIES-DIGITS(10)
           MOVE 0 TO WS-K
           INSPECT WS-CFG-PREFIX TALLYING WS-K
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-K TO WS-VNR-SERIES-LEN(1).

       VNR-READ-ORIGINAL-LOOP.
           READ ORIGMEM-FILE
               AT END
                   GO TO VNR-READ-ORIGINAL-LOOP-EXIT
           END-READ
           MOVE ORIGMEM-LINE TO WS-TRIM-LINE
           PERFORM VNR-SCAN-LINE THRU VNR-SCAN-LINE-EXIT
           GO TO VNR-READ-ORIGINAL-LOOP.
       VNR-READ-ORIGINAL-LOOP-EXIT.
           EXIT.

       VNR-READ-RETURN-LOOP.
           READ INPUT-FILE
               AT END
                   GO TO VNR-READ-RETURN-LOOP-EXIT
           END-READ
           ADD 1 TO WS-VNR-LINE-NO
           MOVE INPUT-LINE TO WS-TRIM-LINE
           PERFORM VNR-SCAN-LINE THRU VNR-SCAN-LINE-EXIT
           GO TO VNR-READ-RETURN-LOOP.
       VNR-READ-RETURN-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VNR-SCAN-LINE - ONE LINE OF EITHER PASS.  ON THE ORIGINAL
      * A DECLARATION IS ONLY TABLED; ON THE RETURN IT IS
      * CLASSIFIED, AND EVERY WORD OUTSIDE A LITERAL IS ALSO
      * MEASURED AGAINST THE GENERATED SERIES.
      *----------------------------------------------------------
       VNR-SCAN-LINE.
           PERFORM TRIM-SCAN-REGION
           IF WS-TRIM-LINE = SPACES
           OR WS-TRIM-LINE(1:2) = '*>'
               GO TO VNR-SCAN-LINE-EXIT
           END-IF
           IF WS-TRIM-LINE(1:18) = 'PROCEDURE DIVISION'
               MOVE 'Y' TO WS-VNR-IN-PROC-SW
               GO TO VNR-SCAN-LINE-EXIT
           END-IF
           PERFORM VNR-FIND-DECLARATION THRU VNR-FIND-DECLARATION-EXIT
           IF WS-VNR-KIND NOT = SPACES
               IF WS-VNR-ORIGINAL-PASS
                   PERFORM VNR-ADD-KNOWN-NAME
               ELSE
                   PERFORM VNR-CLASSIFY-DECLARATION
                       THRU VNR-CLASSIFY-DECLARATION-EXIT
               END-IF
           END-IF
           IF WS-VNR-RETURN-PASS
               PERFORM VNR-BLANK-LITERALS
                   THRU VNR-BLANK-LITERALS-EXIT
               MOVE 1 TO WS-VNR-PTR
               PERFORM VNR-WORD-LOOP THRU VNR-WORD-LOOP-EXIT
           END-IF.
       VNR-SCAN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VNR-FIND-DECLARATION - LEAVES THE NAME THE LINE DECLARES
      * IN WS-FIELD-NAME AND ITS KIND IN WS-VNR-KIND, OR SPACES IN
      * WS-VNR-KIND WHEN IT DECLARES NOTHING.  ABOVE THE PROCEDURE
      * DIVISION THAT IS A LEVEL-NUMBERED ITEM (FILLER ASIDE) OR
      * AN FD/SD; BELOW IT, A PARAGRAPH OR SECTION HEADER.
      *----------------------------------------------------------
       VNR-FIND-DECLARATION.
           MOVE SPACES TO WS-VNR-KIND
           IF WS-VNR-IN-PROC
               GO TO VNR-FIND-PROC-DECLARATION
           END-IF
           IF WS-TRIM-LINE(1:1) NUMERIC
               PERFORM SPLIT-LEVEL-AND-NAME
               IF WS-TMP(3:1) NOT = SPACE
                   GO TO VNR-FIND-DECLARATION-EXIT
               END-IF
               PERFORM STRIP-TRAILING-PERIOD
               IF WS-FIELD-NAME = SPACES
               OR WS-FIELD-NAME = 'FILLER'
               OR WS-FIELD-NAME(1:1) NOT ALPHABETIC
                   GO TO VNR-FIND-DECLARATION-EXIT
               END-IF
               IF WS-TRIM-LINE(1:3) = '88 '
                   MOVE 'COND' TO WS-VNR-KIND
               ELSE
                   MOVE 'DATA' TO WS-VNR-KIND
               END-IF
               GO TO VNR-FIND-DECLARATION-EXIT
           END-IF
           IF WS-TRIM-LINE(1:3) = 'FD ' OR WS-TRIM-LINE(1:3) = 'SD '
               MOVE SPACES TO WS-TMP WS-FIELD-NAME
               UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
                   INTO WS-TMP WS-FIELD-NAME
               END-UNSTRING
               PERFORM STRIP-TRAILING-PERIOD
               IF WS-FIELD-NAME NOT = SPACES
                   MOVE 'FILE' TO WS-VNR-KIND
               END-IF
           END-IF
           GO TO VNR-FIND-DECLARATION-EXIT.
       VNR-FIND-PROC-DECLARATION.
           MOVE SPACES TO WS-PARA-NAME WS-TMP
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARA-NAME WS-TMP
           END-UNSTRING
           IF WS-TMP = 'SECTION.'
               MOVE WS-PARA-NAME TO WS-FIELD-NAME
               MOVE 'SECT' TO WS-VNR-KIND
               GO TO VNR-FIND-DECLARATION-EXIT
           END-IF
           IF WS-TMP NOT = SPACES
               GO TO VNR-FIND-DECLARATION-EXIT
           END-IF
           MOVE WS-PARA-NAME TO WS-FIELD-NAME
           MOVE 0 TO WS-K
           INSPECT WS-FIELD-NAME TALLYING WS-K
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-K < 2 OR WS-FIELD-NAME(WS-K:1) NOT = '.'
               GO TO VNR-FIND-DECLARATION-EXIT
           END-IF
           PERFORM STRIP-TRAILING-PERIOD
           MOVE WS-FIELD-NAME TO WS-PARA-NAME
           IF WS-PARA-NAME(1:1) NOT ALPHABETIC
               GO TO VNR-FIND-DECLARATION-EXIT
           END-IF
           PERFORM CHECK-PARAGRAPH-NAME-RESERVED
           IF NOT WS-FOUND
               MOVE 'PARA' TO WS-VNR-KIND
           END-IF.
       VNR-FIND-DECLARATION-EXIT.
           EXIT.

       VNR-ADD-KNOWN-NAME.
           IF WS-VNR-KNOWN-COUNT < 10000
               ADD 1 TO WS-VNR-KNOWN-COUNT
               MOVE WS-FIELD-NAME
                   TO WS-VNR-KNOWN-NAME(WS-VNR-KNOWN-COUNT)
           END-IF.

      *----------------------------------------------------------
      * VNR-CLASSIFY-DECLARATION - A NAME THE RETURN DECLARES.
      * ONE OF OUR GENERATED NAMES IS THE DECLARATION WE SHIPPED;
      * SO IS A NAME THE ORIGINAL ALREADY DECLARED, OR ONE ON THE
      * EXCLUDE LIST.  ANYTHING ELSE IS THE VENDOR'S OWN, AND IT
      * CLASHES WHEN IT IS ALSO ONE OF OUR REAL NAMES.
      *----------------------------------------------------------
       VNR-CLASSIFY-DECLARATION.
           PERFORM LOOKUP-SYMBOL
           IF WS-FOUND
               GO TO VNR-CLASSIFY-DECLARATION-EXIT
           END-IF
      *    A DECLARED NAME IN ONE OF OUR SERIES IS LEFT TO THE
      *    WORD SCAN, WHICH REPORTS IT UNKNOWN.
           MOVE WS-FIELD-NAME TO WS-VNR-TOKEN
           MOVE 'N' TO WS-VNR-HIT-SW
           MOVE 1 TO WS-VNR-I
           PERFORM VNR-MATCH-SERIES-LOOP THRU VNR-MATCH-SERIES-LOOP-EXIT
           IF WS-VNR-HIT
               GO TO VNR-CLASSIFY-DECLARATION-EXIT
           END-IF
           PERFORM VNR-CHECK-SEEN THRU VNR-CHECK-SEEN-EXIT
           IF WS-VNR-HIT
               GO TO VNR-CLASSIFY-DECLARATION-EXIT
           END-IF
           MOVE SPACES TO WS-VNR-CLASH-NOTE
           PERFORM VNR-LOOKUP-REAL-NAME THRU VNR-LOOKUP-REAL-NAME-EXIT
           IF WS-VNR-HIT
               MOVE 'REAL NAME IN THIS MEMBER' TO WS-VNR-CLASH-NOTE
           ELSE
               PERFORM VNR-LOOKUP-KNOWN-NAME
                   THRU VNR-LOOKUP-KNOWN-NAME-EXIT
               IF WS-VNR-HIT
                   GO TO VNR-CLASSIFY-DECLARATION-EXIT
               END-IF
               PERFORM CHECK-NAME-EXCLUDED
                   THRU CHECK-NAME-EXCLUDED-EXIT
               IF WS-FOUND
                   GO TO VNR-CLASSIFY-DECLARATION-EXIT
               END-IF
               PERFORM VNR-LOOKUP-DICT-NAME
                   THRU VNR-LOOKUP-DICT-NAME-EXIT
               IF WS-VNR-HIT
                   MOVE 'REAL NAME IN DICTIONARY'
                       TO WS-VNR-CLASH-NOTE
               END-IF
           END-IF
           ADD 1 TO WS-VNR-NEW-COUNT
           MOVE 'NEW' TO WS-VNR-TAG
           MOVE SPACES TO WS-VNR-NOTE
           PERFORM VNR-WRITE-ENTRY
           IF WS-VNR-CLASH-NOTE NOT = SPACES
               ADD 1 TO WS-VNR-CLASH-COUNT
               MOVE 'CLASH' TO WS-VNR-TAG
               MOVE WS-VNR-CLASH-NOTE TO WS-VNR-NOTE
               PERFORM VNR-WRITE-ENTRY
           END-IF
           PERFORM VNR-ADD-SEEN-NAME.
       VNR-CLASSIFY-DECLARATION-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VNR-BLANK-LITERALS - SPACES OUT EVERY QUOTED LITERAL ON
      * THE SCAN LINE SO TEXT INSIDE ONE IS NEVER TAKEN FOR A
      * NAME.  A LITERAL LEFT OPEN AT END OF LINE IS BLANKED TO
      * THE END.  A LITERAL OPENED RIGHT AFTER A PARENTHESIS IS AN
      * EXEC CICS OPTION ARGUMENT - A MAP, FILE, TRANSACTION OR
      * PROGRAM NAME - AND ONLY ITS QUOTES ARE BLANKED, SO A
      * STALE RESOURCE NAME IS STILL MEASURED AGAINST THE SERIES.
      *----------------------------------------------------------
       VNR-BLANK-LITERALS.
           MOVE SPACE TO WS-VNR-QUOTE
           MOVE 'N' TO WS-VNR-KEEP-LIT-SW
           MOVE 1 TO WS-VNR-I.
       VNR-BLANK-LITERALS-LOOP.
           IF WS-VNR-I > 80
               GO TO VNR-BLANK-LITERALS-EXIT
           END-IF
           IF WS-VNR-QUOTE = SPACE
               IF WS-TRIM-LINE(WS-VNR-I:1) = '"'
               OR WS-TRIM-LINE(WS-VNR-I:1) = "'"
                   MOVE WS-TRIM-LINE(WS-VNR-I:1) TO WS-VNR-QUOTE
                   MOVE 'N' TO WS-VNR-KEEP-LIT-SW
                   IF WS-VNR-I > 1
                       IF WS-TRIM-LINE(WS-VNR-I - 1:1) = '('
                           MOVE 'Y' TO WS-VNR-KEEP-LIT-SW
                       END-IF
                   END-IF
                   MOVE SPACE TO WS-TRIM-LINE(WS-VNR-I:1)
               END-IF
           ELSE
               IF WS-TRIM-LINE(WS-VNR-I:1) = WS-VNR-QUOTE
                   MOVE SPACE TO WS-VNR-QUOTE
                   MOVE SPACE TO WS-TRIM-LINE(WS-VNR-I:1)
               END-IF
               IF NOT WS-VNR-KEEP-LIT
                   MOVE SPACE TO WS-TRIM-LINE(WS-VNR-I:1)
               END-IF
           END-IF
           ADD 1 TO WS-VNR-I
           GO TO VNR-BLANK-LITERALS-LOOP.
       VNR-BLANK-LITERALS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VNR-WORD-LOOP - WALKS THE WORDS OF THE SCAN LINE.  A WORD
      * THAT IS A SERIES PREFIX FOLLOWED BY EXACTLY SIX DIGITS BUT
      * IS NOT IN THE CROSSREF AND WAS NEVER ISSUED THROUGH THE
      * DICTIONARY IS REPORTED UNKNOWN.
      *----------------------------------------------------------
       VNR-WORD-LOOP.
           IF WS-VNR-PTR > 80
               GO TO VNR-WORD-LOOP-EXIT
           END-IF
           MOVE SPACES TO WS-VNR-TOKEN
           UNSTRING WS-TRIM-LINE DELIMITED BY ALL SPACE
                   OR ALL ',' OR '(' OR ')' OR '=' OR '.' OR ':'
               INTO WS-VNR-TOKEN
               WITH POINTER WS-VNR-PTR
           END-UNSTRING
           IF WS-VNR-TOKEN = SPACES
           OR WS-VNR-TOKEN(31:30) NOT = SPACES
               GO TO VNR-WORD-LOOP
           END-IF
           PERFORM VNR-CHECK-SERIES-WORD
               THRU VNR-CHECK-SERIES-WORD-EXIT
           GO TO VNR-WORD-LOOP.
       VNR-WORD-LOOP-EXIT.
           EXIT.

       VNR-CHECK-SERIES-WORD.
           MOVE 'N' TO WS-VNR-HIT-SW
           MOVE 1 TO WS-VNR-I
           PERFORM VNR-MATCH-SERIES-LOOP THRU VNR-MATCH-SERIES-LOOP-EXIT
           IF NOT WS-VNR-HIT
               GO TO VNR-CHECK-SERIES-WORD-EXIT
           END-IF
           MOVE WS-VNR-TOKEN TO WS-FIELD-NAME
           PERFORM LOOKUP-SYMBOL
           IF WS-FOUND
               GO TO VNR-CHECK-SERIES-WORD-EXIT
           END-IF
           PERFORM VNR-LOOKUP-DICT-ISSUED
               THRU VNR-LOOKUP-DICT-ISSUED-EXIT
           IF WS-VNR-HIT
               GO TO VNR-CHECK-SERIES-WORD-EXIT
           END-IF
           PERFORM VNR-CHECK-SEEN THRU VNR-CHECK-SEEN-EXIT
           IF WS-VNR-HIT
               GO TO VNR-CHECK-SERIES-WORD-EXIT
           END-IF
           ADD 1 TO WS-VNR-UNKNOWN-COUNT
           MOVE 'UNKNOWN' TO WS-VNR-TAG
           MOVE 'WORD' TO WS-VNR-KIND
           MOVE 'NOT IN CROSSREF OR DICT' TO WS-VNR-NOTE
           PERFORM VNR-WRITE-ENTRY
           PERFORM VNR-ADD-SEEN-NAME.
       VNR-CHECK-SERIES-WORD-EXIT.
           EXIT.

       VNR-MATCH-SERIES-LOOP.
           IF WS-VNR-I > 12
               GO TO VNR-MATCH-SERIES-LOOP-EXIT
           END-IF
           MOVE WS-VNR-SERIES-LEN(WS-VNR-I) TO WS-K
           MOVE WS-VNR-SERIES-DIGITS(WS-VNR-I) TO WS-J
           IF WS-K > 0 AND WS-K < 24
               IF WS-VNR-TOKEN(1:WS-K) = WS-VNR-SERIES-PFX(WS-VNR-I)
               AND WS-VNR-TOKEN(WS-K + 1:WS-J) NUMERIC
               AND WS-VNR-TOKEN(WS-K + WS-J + 1:1) = SPACE
                   MOVE 'Y' TO WS-VNR-HIT-SW
                   GO TO VNR-MATCH-SERIES-LOOP-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-VNR-I
           GO TO VNR-MATCH-SERIES-LOOP.
       VNR-MATCH-SERIES-LOOP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VNR-WRITE-ENTRY - ONE REPORT RECORD FOR WS-FIELD-NAME:
      * TAG, KIND, NAME, RETURN LINE, AND ANY NOTE.
      *----------------------------------------------------------
       VNR-WRITE-ENTRY.
           MOVE WS-VNR-LINE-NO TO WS-DISPLAY-COUNT
           MOVE SPACES TO VNDRPT-LINE
           STRING WS-VNR-TAG DELIMITED BY SIZE
                  WS-VNR-KIND DELIMITED BY SIZE
                  ' LINE' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FIELD-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-VNR-NOTE DELIMITED BY SIZE
                  INTO VNDRPT-LINE
           END-STRING
           WRITE VNDRPT-LINE.

      *----------------------------------------------------------
      * NAME LOOKUPS FOR THE VENDOR NAME REPORT.  EACH SETS
      * WS-VNR-HIT FOR WS-FIELD-NAME.  IN A DEOBF RUN THE SYMBOL
      * TABLE HOLDS GENERATED NAMES ON THE OLD SIDE AND OUR REAL
      * NAMES ON THE NEW SIDE; THE DICTIONARY IS THE OTHER WAY
      * ROUND, AND ITS KIND IS IGNORED HERE - A CLASH IS A CLASH
      * WHATEVER KIND OF NAME IT CLASHES WITH.
      *----------------------------------------------------------
       VNR-LOOKUP-REAL-NAME.
           MOVE 'N' TO WS-VNR-HIT-SW
           SET WS-SYM-IDX TO 1.
       VNR-LOOKUP-REAL-NAME-LOOP.
           IF WS-SYM-IDX > WS-SYMBOL-COUNT
               GO TO VNR-LOOKUP-REAL-NAME-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-SYM-NEW-NAME(WS-SYM-IDX)
               MOVE 'Y' TO WS-VNR-HIT-SW
               GO TO VNR-LOOKUP-REAL-NAME-EXIT
           END-IF
           SET WS-SYM-IDX UP BY 1
           GO TO VNR-LOOKUP-REAL-NAME-LOOP.
       VNR-LOOKUP-REAL-NAME-EXIT.
           EXIT.

       VNR-LOOKUP-DICT-NAME.
           MOVE 'N' TO WS-VNR-HIT-SW
           IF NOT WS-DICT-ENABLED
               GO TO VNR-LOOKUP-DICT-NAME-EXIT
           END-IF
           SET WS-DICT-IDX TO 1.
       VNR-LOOKUP-DICT-NAME-LOOP.
           IF WS-DICT-IDX > WS-DICT-COUNT
               GO TO VNR-LOOKUP-DICT-NAME-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-DICT-OLD-NAME(WS-DICT-IDX)
               MOVE 'Y' TO WS-VNR-HIT-SW
               GO TO VNR-LOOKUP-DICT-NAME-EXIT
           END-IF
           SET WS-DICT-IDX UP BY 1
           GO TO VNR-LOOKUP-DICT-NAME-LOOP.
       VNR-LOOKUP-DICT-NAME-EXIT.
           EXIT.

       VNR-LOOKUP-DICT-ISSUED.
           MOVE 'N' TO WS-VNR-HIT-SW
           IF NOT WS-DICT-ENABLED
               GO TO VNR-LOOKUP-DICT-ISSUED-EXIT
           END-IF
           SET WS-DICT-IDX TO 1.
       VNR-LOOKUP-DICT-ISSUED-LOOP.
           IF WS-DICT-IDX > WS-DICT-COUNT
               GO TO VNR-LOOKUP-DICT-ISSUED-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-DICT-NEW-NAME(WS-DICT-IDX)
               MOVE 'Y' TO WS-VNR-HIT-SW
               GO TO VNR-LOOKUP-DICT-ISSUED-EXIT
           END-IF
           SET WS-DICT-IDX UP BY 1
           GO TO VNR-LOOKUP-DICT-ISSUED-LOOP.
       VNR-LOOKUP-DICT-ISSUED-EXIT.
           EXIT.

       VNR-LOOKUP-KNOWN-NAME.
           MOVE 'N' TO WS-VNR-HIT-SW
           MOVE 1 TO WS-VNR-I.
       VNR-LOOKUP-KNOWN-NAME-LOOP.
           IF WS-VNR-I > WS-VNR-KNOWN-COUNT
               GO TO VNR-LOOKUP-KNOWN-NAME-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-VNR-KNOWN-NAME(WS-VNR-I)
               MOVE 'Y' TO WS-VNR-HIT-SW
               GO TO VNR-LOOKUP-KNOWN-NAME-EXIT
           END-IF
           ADD 1 TO WS-VNR-I
           GO TO VNR-LOOKUP-KNOWN-NAME-LOOP.
       VNR-LOOKUP-KNOWN-NAME-EXIT.
           EXIT.

       VNR-CHECK-SEEN.
           MOVE 'N' TO WS-VNR-HIT-SW
           MOVE 1 TO WS-VNR-I.
       VNR-CHECK-SEEN-LOOP.
           IF WS-VNR-I > WS-VNR-SEEN-COUNT
               GO TO VNR-CHECK-SEEN-EXIT
           END-IF
           IF WS-FIELD-NAME = WS-VNR-SEEN-NAME(WS-VNR-I)
               MOVE 'Y' TO WS-VNR-HIT-SW
               GO TO VNR-CHECK-SEEN-EXIT
           END-IF
           ADD 1 TO WS-VNR-I
           GO TO VNR-CHECK-SEEN-LOOP.
       VNR-CHECK-SEEN-EXIT.
           EXIT.

       VNR-ADD-SEEN-NAME.
           IF WS-VNR-SEEN-COUNT < 5000
               ADD 1 TO WS-VNR-SEEN-COUNT
               MOVE WS-FIELD-NAME
                   TO WS-VNR-SEEN-NAME(WS-VNR-SEEN-COUNT)
           END-IF.

      *----------------------------------------------------------
      * DISPLAY-RUN-SUMMARY.  A ONE-LINE TALLY OF
      * LINES READ AND VARIABLES/PARAGRAPHS RENAMED FOR THIS
