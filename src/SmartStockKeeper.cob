001270*                   HARD BLOCK ON EXPIRED LOTS, AN EXPIRING-    *
001280*                   STOCK REPORT, AND AUDITED WRITE-OFFS OF     *
001290*                   EXPIRED LOTS.                               *
001300* 09/08/26   DLK   ADDED CUSTOMER RETURNS AGAINST AN ORDER      *
001310*                   LINE - QUANTITY HELD TO WHAT WAS SHIPPED,   *
001320*                   A REASON CODE, SELLABLE OR QUARANTINE       *
001330*                   DISPOSITION, STOCK BACK AT THE LINE'S       *
001340*                   ORIGINAL FIFO RELIEF COST, RETURN AUDIT     *
001350*                   ROWS WITH THEIR OWN GL PAIR, AND A          *
001360*                   RETURNS-BY-REASON REPORT.                   *
001370* 09/15/26   DLK   ADDED SUPPLIER INVOICE THREE-WAY MATCH -    *
001380*                   THE BATCH RUN MATCHES AN INVOICE FILE      *
001390*                   AGAINST PO RECEIVED QUANTITY AND RECEIPT   *
001400*                   COST, PRINTS THE EXCEPTIONS, HOLDS         *
001410*                   UNMATCHED LINES UNTIL A SUPERVISOR         *
001420*                   RELEASES THEM, AND WRITES MATCHED LINES TO *
001430*                   A DATED AP EXTRACT WITH CONTROL TOTALS.    *
001440* 09/22/26   DLK   ADDED BIN LOCATION MASTER - EACH BIN        *
001450*                   CARRIES A ZONE, A TYPE (PICK FACE,         *
001460*                   RESERVE, QUARANTINE, DOCK), A CAPACITY AND *
001470*                   A PICK-FACE MINIMUM. RECEIVING, TRANSFERS, *
001480*                   COUNT ENTRY, RETURNS AND SCANNER POSTING   *
001490*                   NOW REFUSE A LOCATION NOT ON THE MASTER,   *
001500*                   AND THE BATCH RUN PRINTS A PICK-FACE       *
001510*                   REPLENISHMENT TASK LIST NAMING THE RESERVE *
001520*                   BIN TO PULL FROM AND THE QUANTITY TO MOVE. *
001530* 09/29/26   DLK   ORDER ENTRY NOW ONLY RESERVES STOCK - ON-   *
001540*                   HAND STAYS PUT WHILE A RESERVED QUANTITY   *
001550*                   ON THE MASTER TAKES IT OUT OF AVAILABLE-   *
001560*                   TO-SELL. A SHIP CONFIRMATION RECORDS WHAT  *
001570*                   WAS PICKED FROM EACH BIN, RELIEVES STOCK,  *
001580*                   COST LAYERS AND LOTS, BACKORDERS SHORT     *
001590*                   PICKS AND PRINTS A PACKING SLIP; UNSHIPPED *
001600*                   ORDERS CAN BE CANCELLED. VIEW INVENTORY,   *
001610*                   THE LOW-STOCK REPORT, COUNTER AND SCANNER  *
001620*                   ISSUES AND BACKORDER RELEASE ALL WORK FROM *
001630*                   AVAILABLE STOCK.                           *
001640* 10/01/26   DLK   ADDED REORDER PLANNING - A MONTHLY PASS     *
001650*                   MEASURES EACH PRODUCT'S AVERAGE DAILY      *
001660*                   USAGE AND ITS WEEK-TO-WEEK VARIABILITY     *
001670*                   FROM THE ISSUE HISTORY, TAKES THE          *
001680*                   SUPPLIER'S ACTUAL LEAD TIME FROM PO        *
001690*                   RECEIPTS AND A SERVICE TARGET BY ABC       *
001700*                   CLASS, AND FILES A RECOMMENDED REORDER     *
001710*                   LEVEL AND ORDER QUANTITY. ACCEPTED LINES   *
001720*                   ARE POSTED TO THE MASTER BY A SUPERVISOR   *
001730*                   WITH AN AUDITED UPDATE ROW EACH.           *
001740* 10/05/26   DLK   ADDED AN INDEXED MOVEMENT HISTORY FILE -    *
001750*                   EVERY AUDIT ROW IS ALSO FILED KEYED BY     *
001760*                   PRODUCT, DATE AND TIME WITH ITS LOCATION,  *
001770*                   OPERATOR AND COST VALUE, AND A SUPERVISOR  *
001780*                   CAN REBUILD IT FROM THE AUDIT ARCHIVES.    *
001790*                   HISTORY INQUIRIES AND THE NIGHTLY REPORTS  *
001800*                   NOW READ IT INSTEAD OF PARSING THE TEXT    *
001810*                   LOGS, AND RECONCILIATION CHECKS THAT THE   *
001820*                   TEXT LOG AND THE FILE AGREE.               *
001830* 10/08/26   DLK   ADDED AN OUTBOUND AVAILABLE-TO-SELL FEED    *
001840*                   FOR THE WEB SHOP - ONE RECORD PER PRODUCT  *
001850*                   WITH SELLABLE QUANTITY NET OF OPEN         *
001860*                   BACKORDERS, TODAY'S PRICE AND A STOCK      *
001870*                   STATUS. NIGHTLY FEEDS CARRY ONLY CHANGES   *
001880*                   SINCE THE LAST ONE SENT (KEPT ON INVATS),  *
001890*                   WEEKENDS AND PARM BATCH FULL SEND ALL.     *
001900*                   EACH FEED'S SEQUENCE NUMBER IS KEPT ON     *
001910*                   THE RUN-CONTROL RECORD.                    *
001920* 10/12/26   DLK   ADDED A PRODUCT MASTER LOAD FROM A          *
001930*                   MAINTENANCE FILE (INVMLOAD.DAT) OF ADD,    *
001940*                   CHANGE AND DISCONTINUE RECORDS, EDITED AS  *
001950*                   THE ADD AND UPDATE SCREENS EDIT PLUS A     *
001960*                   SUPPLIER MASTER CHECK, WITH AN EDIT REPORT *
001970*                   OF BEFORE/AFTER VALUES AND REJECT REASONS. *
001980*                   POSTED BY THE NIGHTLY RUN OR BY A          *
001990*                   SUPERVISOR ON MENU OPTION 29, WHICH ALSO   *
002000*                   OFFERS AN EDIT-ONLY PASS. MASTER RECORD    *
002010*                   GAINS A STATUS - DISCONTINUED PRODUCTS ARE *
002020*                   LEFT OUT OF REORDERING AND FLAGGED D ON    *
002030*                   THE WEB SHOP FEED.                         *
002040* 10/14/26   DLK   ADDED LANDED COST CHARGES (MENU OPTION 30). *
002050*                   FREIGHT, DUTY OR BROKERAGE AGAINST A PO    *
002060*                   IS SPREAD OVER ITS RECEIVED LINES BY       *
002070*                   VALUE, QUANTITY OR WEIGHT. THE ON-HAND     *
002080*                   SHARE RAISES THE RECEIPT COST LAYERS, THE  *
002090*                   ISSUED SHARE GOES TO COST OF GOODS, BOTH   *
002100*                   AGAINST FREIGHT CLEARING ON THE GL         *
002110*                   EXTRACT. RECEIPT LAYERS NOW CARRY THEIR PO *
002120*                   LINE. CHARGES ARE KEPT ON INVLAND FOR THE  *
002130*                   ALLOCATION REPORT.                         *
002140* 10/15/26   DLK   EVERY BATCH STEP NOW RECORDS ITS OUTCOME AS *
002150*                   INFO, WARNING OR ERROR. AN EXCEPTION       *
002160*                   SUMMARY HEADS INVREPT.TXT AND IS ALSO      *
002170*                   WRITTEN TO INVEXCP.TXT FOR THE ON-CALL     *
002180*                   PERSON; THE RUN ENDS WITH CONDITION CODE   *
002190*                   0, 4 OR 8 FOR THE WORST SEVERITY. STEP     *
002200*                   RESULTS ARE KEPT ON THE RUN-CONTROL RECORD *
002210*                   AND A SUPERVISOR SIGNING ON IS WARNED OF A *
002220*                   RUN THAT WAS NOT CLEAN OR DID NOT FINISH.  *
002230* 10/15/26   DLK   A REFUSED BATCH RUN NOW ENDS WITH CODE 8    *
002240*                   (4 FOR A DATE ALREADY COMPLETE) AND NOTES  *
002250*                   THE REASON ON INVEXCP.TXT.                 *
002260* 10/15/26   DLK   REPLENISHMENT LIST NO LONGER PLANS THE      *
002270*                   SAME RESERVE STOCK FOR TWO PICK FACES.     *
002280* 10/15/26   DLK   KIT BUILDS AND THE CAN-BUILD REPORT NOW     *
002290*                   LEAVE STOCK RESERVED FOR OPEN ORDERS.      *
002300* 10/15/26   DLK   AN EDIT-ONLY MASTER LOAD NOW SEES THE ADDS  *
002310*                   MADE EARLIER IN THE SAME FILE.             *
002320* 10/15/26   DLK   A MATCHED INVOICE FILE THAT CANNOT BE       *
002330*                   REMOVED NOW RAISES A BATCH WARNING.        *
002340* 10/15/26   DLK   EVERY TYPE Q BIN, NOT JUST QUARAN, IS NOW   *
002350*                   LEFT OUT OF SELLABLE STOCK AND PICKING.    *
002360* 10/15/26   DLK   ORDER AND PO LINES WRITTEN BEFORE THE       *
002370*                   RETURN, SHIPPING AND MATCH FIELDS WERE     *
002380*                   ADDED READ THOSE FIELDS AS ZERO.           *
002390* 10/15/26   DLK   A NO-LOC PICK IS NOW CHECKED AGAINST THE    *
002400*                   STOCK LEFT OUTSIDE THE BINS AFTER THE      *
002410*                   LINE'S EARLIER PICKS.                      *
002420* 10/15/26   DLK   A FAILED ATS FEED DETAIL WRITE NOW FAILS    *
002430*                   THE STEP AND IS LEFT OUT OF THE TRAILER.   *
002440* 10/15/26   DLK   SHIPMENT MOVEMENT ROWS NOW CARRY THE BIN    *
002450*                   PICKED (MULTI OR NO-LOC WHERE SO).         *
002460*--------------------------------------------------------------*
002470 ENVIRONMENT DIVISION.
002480 CONFIGURATION SECTION.
002490 SOURCE-COMPUTER. IBM-ENTERPRISE.
002500 OBJECT-COMPUTER. IBM-ENTERPRISE.
002510 INPUT-OUTPUT SECTION.
002520 FILE-CONTROL.
002530     SELECT INVENTORY-FILE ASSIGN TO "INVMAST"
002540         ORGANIZATION IS INDEXED
002550         ACCESS MODE IS DYNAMIC
002560         RECORD KEY IS RST-FILE-PRODUCT-ID
002570         FILE STATUS IS RST-INVENTORY-STATUS.
002580
002590     SELECT LOCATION-FILE ASSIGN TO "INVLOC"
002600         ORGANIZATION IS INDEXED
002610         ACCESS MODE IS DYNAMIC
002620         RECORD KEY IS RST-FILE-LOCATION-KEY
002630         FILE STATUS IS RST-LOCATION-STATUS.
002640
002650     SELECT AUDIT-FILE ASSIGN TO "INVAUDIT.LOG"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS RST-AUDIT-STATUS.
002680
002690     SELECT REPORT-FILE ASSIGN TO "INVREPT.TXT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002710         FILE STATUS IS RST-REPORT-STATUS.
002720
002730     SELECT REPORT-WORK-FILE ASSIGN TO "INVREPT.WRK"
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS RST-RPTWK-STATUS.
002760
002770     SELECT EXCEPTION-FILE ASSIGN TO "INVEXCP.TXT"
002780         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS RST-EXCP-STATUS.
002800
002810     SELECT COUNT-FILE ASSIGN TO "INVCOUNT"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS DYNAMIC
002840         RECORD KEY IS RST-FILE-COUNT-KEY
002850         FILE STATUS IS RST-COUNT-STATUS.
002860
002870     SELECT TRANSACTION-FILE ASSIGN TO "INVTRAN.DAT"
002880         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS RST-TRANSACTION-STATUS.
002900
002910     SELECT REJECT-FILE ASSIGN TO "INVTRAN.REJ"
002920         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS RST-REJECT-STATUS.
002940
002950     SELECT SUPPLIER-FILE ASSIGN TO "SUPMAST"
002960         ORGANIZATION IS INDEXED
002970         ACCESS MODE IS DYNAMIC
002980         RECORD KEY IS RST-FILE-SUPPLIER-CODE
002990         FILE STATUS IS RST-SUPPLIER-STATUS.
003000
003010     SELECT PO-FILE ASSIGN TO "INVPO"
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS DYNAMIC
003040         RECORD KEY IS RST-FILE-PO-KEY
003050         FILE STATUS IS RST-PO-STATUS.
003060
003070     SELECT COST-FILE ASSIGN TO "INVCOST"
003080         ORGANIZATION IS INDEXED
003090         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS RST-FILE-COST-KEY
003110         FILE STATUS IS RST-COST-STATUS.
003120
003130     SELECT ARCHIVE-FILE ASSIGN TO RST-ARCHIVE-NAME
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS RST-ARCHIVE-STATUS.
003160
003170     SELECT CATALOG-FILE ASSIGN TO "INVAUDIT.CAT"
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS RST-CATALOG-STATUS.
003200
003210     SELECT TRANARCH-FILE ASSIGN TO RST-TRANARCH-NAME
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS RST-TRANARCH-STATUS.
003240
003250     SELECT SNAPSHOT-FILE ASSIGN TO "INVSNAP.DAT"
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS RST-SNAPSHOT-STATUS.
003280
003290     SELECT BACKORDER-FILE ASSIGN TO "INVBACK"
003300         ORGANIZATION IS INDEXED
003310         ACCESS MODE IS DYNAMIC
003320         RECORD KEY IS RST-FILE-BO-KEY
003330         FILE STATUS IS RST-BACKORDER-STATUS.
003340
003350     SELECT RUNCTL-FILE ASSIGN TO "INVRUNCT"
003360         ORGANIZATION IS INDEXED
003370         ACCESS MODE IS DYNAMIC
003380         RECORD KEY IS RST-FILE-RUN-DATE
003390         FILE STATUS IS RST-RUNCTL-STATUS.
003400
003410     SELECT BACKUP-FILE ASSIGN TO RST-BACKUP-NAME
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS RST-BACKUP-STATUS.
003440
003450     SELECT ORDER-FILE ASSIGN TO "INVORD"
003460         ORGANIZATION IS INDEXED
003470         ACCESS MODE IS DYNAMIC
003480         RECORD KEY IS RST-FILE-ORD-KEY
003490         FILE STATUS IS RST-ORDER-STATUS.
003500
003510     SELECT PRICE-FILE ASSIGN TO "INVPRICE"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS RST-FILE-PRC-KEY
003550         FILE STATUS IS RST-PRICE-STATUS.
003560
003570     SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
003580         ORGANIZATION IS INDEXED
003590         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RST-FILE-OPR-ID
003610         FILE STATUS IS RST-OPERATOR-STATUS.
003620
003630     SELECT GL-FILE ASSIGN TO RST-GL-NAME
003640         ORGANIZATION IS LINE SEQUENTIAL
003650         FILE STATUS IS RST-GL-STATUS.
003660
003670     SELECT KIT-FILE ASSIGN TO "INVKIT"
003680         ORGANIZATION IS INDEXED
003690         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RST-FILE-KIT-KEY
003710         FILE STATUS IS RST-KIT-STATUS.
003720
003730     SELECT LOT-FILE ASSIGN TO "INVLOT"
003740         ORGANIZATION IS INDEXED
003750         ACCESS MODE IS DYNAMIC
003760         RECORD KEY IS RST-FILE-LOT-KEY
003770         FILE STATUS IS RST-LOT-STATUS.
003780
003790     SELECT RETURN-FILE ASSIGN TO "INVRET"
003800         ORGANIZATION IS INDEXED
003810         ACCESS MODE IS DYNAMIC
003820         RECORD KEY IS RST-FILE-RET-KEY
003830         FILE STATUS IS RST-RETURN-STATUS.
003840
003850     SELECT INVOICE-INPUT-FILE ASSIGN TO "APINV.DAT"
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS RST-INVIN-STATUS.
003880
003890     SELECT INVARCH-FILE ASSIGN TO RST-INVARCH-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
003910         FILE STATUS IS RST-INVARCH-STATUS.
003920
003930     SELECT INVOICE-FILE ASSIGN TO "APMATCH"
003940         ORGANIZATION IS INDEXED
003950         ACCESS MODE IS DYNAMIC
003960         RECORD KEY IS RST-FILE-INV-KEY
003970         FILE STATUS IS RST-INVOICE-STATUS.
003980
003990     SELECT AP-EXTRACT-FILE ASSIGN TO RST-AP-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004010         FILE STATUS IS RST-AP-STATUS.
004020
004030     SELECT BIN-FILE ASSIGN TO "INVBIN"
004040         ORGANIZATION IS INDEXED
004050         ACCESS MODE IS DYNAMIC
004060         RECORD KEY IS RST-FILE-BIN-CODE
004070         FILE STATUS IS RST-BIN-STATUS.
004080
004090     SELECT RECOMMEND-FILE ASSIGN TO "INVRECOM"
004100         ORGANIZATION IS INDEXED
004110         ACCESS MODE IS DYNAMIC
004120         RECORD KEY IS RST-FILE-REC-PRODUCT-ID
004130         FILE STATUS IS RST-RECOM-STATUS.
004140
004150     SELECT MOVEMENT-FILE ASSIGN TO "INVMOVE"
004160         ORGANIZATION IS INDEXED
004170         ACCESS MODE IS DYNAMIC
004180         RECORD KEY IS RST-FILE-MOV-KEY
004190         ALTERNATE RECORD KEY IS RST-FILE-MOV-POSTED
004200             WITH DUPLICATES
004210         FILE STATUS IS RST-MOVE-STATUS.
004220
004230     SELECT ATS-FEED-FILE ASSIGN TO RST-ATS-NAME
004240         ORGANIZATION IS LINE SEQUENTIAL
004250         FILE STATUS IS RST-ATS-STATUS.
004260
004270     SELECT FEEDSTATE-FILE ASSIGN TO "INVATS"
004280         ORGANIZATION IS INDEXED
004290         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RST-FILE-ATS-PRODUCT-ID
004310         FILE STATUS IS RST-FEEDST-STATUS.
004320
004330     SELECT MLOAD-INPUT-FILE ASSIGN TO "INVMLOAD.DAT"
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS RST-MLDIN-STATUS.
004360
004370     SELECT MLOAD-ARCH-FILE ASSIGN TO RST-MLDARCH-NAME
004380         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS RST-MLDARCH-STATUS.
004400
004410     SELECT LANDED-FILE ASSIGN TO "INVLAND"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS RST-FILE-LND-KEY
004450         FILE STATUS IS RST-LANDED-STATUS.
004460
004470 DATA DIVISION.
004480 FILE SECTION.
004490 FD  INVENTORY-FILE.
004500 01  INVENTORY-RECORD.
004510     05  RST-FILE-PRODUCT-ID        PIC X(10).
004520     05  RST-FILE-PRODUCT-NAME      PIC X(30).
004530     05  RST-FILE-PRODUCT-QTY       PIC 9(05).
004540     05  RST-FILE-PRODUCT-PRICE     PIC 9(07)V99.
004550     05  RST-FILE-REORDER-LEVEL     PIC 9(05).
004560     05  RST-FILE-HOME-LOCATION     PIC X(06).
004570     05  RST-FILE-SUPPLIER          PIC X(06).
004580     05  RST-FILE-MIN-ORDER-QTY     PIC 9(05).
004590     05  RST-FILE-ABC-CLASS         PIC X(01).
004600     05  RST-FILE-LAST-COUNT-DATE   PIC 9(08).
004610     05  RST-FILE-STOCK-UOM         PIC X(03).
004620     05  RST-FILE-CASE-PACK         PIC 9(03).
004630     05  RST-FILE-LOT-TRACKED       PIC X(01).
004640     05  RST-FILE-RESERVED-QTY      PIC 9(05).
004650     05  RST-FILE-PRODUCT-STATUS    PIC X(01).
004660
004670 FD  LOCATION-FILE.
004680 01  LOCATION-RECORD.
004690     05  RST-FILE-LOCATION-KEY.
004700         10  RST-FILE-LOC-PRODUCT-ID    PIC X(10).
004710         10  RST-FILE-LOCATION-CODE     PIC X(06).
004720     05  RST-FILE-LOCATION-QTY      PIC 9(05).
004730
004740 FD  AUDIT-FILE.
004750 01  AUDIT-FILE-RECORD              PIC X(100).
004760
004770 FD  REPORT-FILE.
004780 01  REPORT-FILE-RECORD             PIC X(132).
004790
004800 FD  REPORT-WORK-FILE.
004810 01  REPORT-WORK-RECORD             PIC X(132).
004820
004830 FD  EXCEPTION-FILE.
004840 01  EXCEPTION-RECORD               PIC X(80).
004850
004860 FD  COUNT-FILE.
004870 01  COUNT-RECORD.
004880     05  RST-FILE-COUNT-KEY.
004890         10  RST-FILE-CNT-PRODUCT-ID    PIC X(10).
004900         10  RST-FILE-CNT-LOCATION      PIC X(06).
004910     05  RST-FILE-CNT-QTY           PIC 9(05).
004920     05  RST-FILE-CNT-DATE          PIC 9(08).
004930
004940 FD  TRANSACTION-FILE.
004950 01  TRANSACTION-RECORD             PIC X(80).
004960
004970 FD  REJECT-FILE.
004980 01  REJECT-RECORD                  PIC X(100).
004990
005000 FD  SUPPLIER-FILE.
005010 01  SUPPLIER-RECORD.
005020     05  RST-FILE-SUPPLIER-CODE     PIC X(06).
005030     05  RST-FILE-SUPPLIER-NAME     PIC X(30).
005040     05  RST-FILE-LEAD-TIME         PIC 9(03).
005050
005060 FD  PO-FILE.
005070 01  PO-RECORD.
005080     05  RST-FILE-PO-KEY.
005090         10  RST-FILE-PO-NUMBER         PIC 9(06).
005100         10  RST-FILE-PO-LINE           PIC 9(03).
005110     05  RST-FILE-PO-SUPPLIER       PIC X(06).
005120     05  RST-FILE-PO-PRODUCT-ID     PIC X(10).
005130     05  RST-FILE-PO-ORDER-QTY      PIC 9(05).
005140     05  RST-FILE-PO-RECD-QTY       PIC 9(05).
005150     05  RST-FILE-PO-STATUS         PIC X(01).
005160     05  RST-FILE-PO-DATE           PIC 9(08).
005170     05  RST-FILE-PO-RECD-DATE      PIC 9(08).
005180     05  RST-FILE-PO-RECD-VALUE     PIC 9(10)V99.
005190     05  RST-FILE-PO-INVD-QTY       PIC 9(05).
005200
005210 FD  COST-FILE.
005220 01  COST-RECORD.
005230     05  RST-FILE-COST-KEY.
005240         10  RST-FILE-CST-PRODUCT-ID    PIC X(10).
005250         10  RST-FILE-CST-LAYER-SEQ     PIC 9(05).
005260     05  RST-FILE-CST-QTY           PIC 9(05).
005270     05  RST-FILE-CST-UNIT-COST     PIC 9(07)V99.
005280     05  RST-FILE-CST-DATE          PIC 9(08).
005290     05  RST-FILE-CST-PO-NUMBER     PIC 9(06).
005300     05  RST-FILE-CST-PO-LINE       PIC 9(03).
005310
005320 FD  ARCHIVE-FILE.
005330 01  ARCHIVE-RECORD                 PIC X(100).
005340
005350 FD  CATALOG-FILE.
005360 01  CATALOG-RECORD                 PIC X(20).
005370
005380 FD  TRANARCH-FILE.
005390 01  TRANARCH-RECORD                PIC X(80).
005400
005410 FD  SNAPSHOT-FILE.
005420 01  SNAPSHOT-RECORD                PIC X(40).
005430
005440 FD  BACKORDER-FILE.
005450 01  BACKORDER-RECORD.
005460     05  RST-FILE-BO-KEY.
005470         10  RST-FILE-BO-PRODUCT-ID     PIC X(10).
005480         10  RST-FILE-BO-DATE           PIC 9(08).
005490         10  RST-FILE-BO-SEQ            PIC 9(03).
005500     05  RST-FILE-BO-QTY            PIC 9(05).
005510     05  RST-FILE-BO-REQUESTED-BY   PIC X(20).
005520     05  RST-FILE-BO-STATE          PIC X(01).
005530     05  RST-FILE-BO-FILL-DATE      PIC 9(08).
005540
005550 FD  RUNCTL-FILE.
005560 01  RUNCTL-RECORD.
005570     05  RST-FILE-RUN-DATE          PIC 9(08).
005580     05  RST-FILE-RUN-START         PIC 9(08).
005590     05  RST-FILE-RUN-END           PIC 9(08).
005600     05  RST-FILE-RUN-STATE         PIC X(01).
005610     05  RST-FILE-RUN-CHECKPOINT    PIC 9(07).
005620     05  RST-FILE-RUN-FEED-SEQ      PIC 9(06).
005630     05  RST-FILE-RUN-FEED-MODE     PIC X(01).
005640     05  RST-FILE-RUN-WORST-SEV     PIC X(01).
005650     05  RST-FILE-RUN-COND-CODE     PIC 9(02).
005660     05  RST-FILE-RUN-STEP-COUNT    PIC 9(02).
005670     05  RST-FILE-RUN-STEPS.
005680         10  RST-FILE-RUN-STEP OCCURS 20 TIMES.
005690             15  RST-FILE-RUN-STEP-NAME     PIC X(20).
005700             15  RST-FILE-RUN-STEP-SEV      PIC X(01).
005710             15  RST-FILE-RUN-STEP-TEXT     PIC X(40).
005720
005730 FD  BACKUP-FILE.
005740 01  BACKUP-RECORD                  PIC X(100).
005750
005760 FD  ORDER-FILE.
005770 01  ORDER-RECORD.
005780     05  RST-FILE-ORD-KEY.
005790         10  RST-FILE-ORD-NUMBER        PIC 9(06).
005800         10  RST-FILE-ORD-LINE          PIC 9(03).
005810     05  RST-FILE-ORD-CUSTOMER      PIC X(20).
005820     05  RST-FILE-ORD-PRODUCT-ID    PIC X(10).
005830     05  RST-FILE-ORD-QTY           PIC 9(05).
005840     05  RST-FILE-ORD-ALLOC-QTY     PIC 9(05).
005850     05  RST-FILE-ORD-BO-QTY        PIC 9(05).
005860     05  RST-FILE-ORD-STATE         PIC X(01).
005870     05  RST-FILE-ORD-DATE          PIC 9(08).
005880     05  RST-FILE-ORD-COST-VALUE    PIC 9(10)V99.
005890     05  RST-FILE-ORD-RET-QTY       PIC 9(05).
005900     05  RST-FILE-ORD-SHIP-QTY      PIC 9(05).
005910     05  RST-FILE-ORD-SHIP-DATE     PIC 9(08).
005920
005930 FD  PRICE-FILE.
005940 01  PRICE-RECORD.
005950     05  RST-FILE-PRC-KEY.
005960         10  RST-FILE-PRC-PRODUCT-ID    PIC X(10).
005970         10  RST-FILE-PRC-EFF-DATE      PIC 9(08).
005980     05  RST-FILE-PRC-PRICE         PIC 9(07)V99.
005990     05  RST-FILE-PRC-ENTERED       PIC 9(08).
006000     05  RST-FILE-PRC-OPERATOR      PIC X(08).
006010
006020 FD  OPERATOR-FILE.
006030 01  OPERATOR-RECORD.
006040     05  RST-FILE-OPR-ID            PIC X(08).
006050     05  RST-FILE-OPR-NAME          PIC X(20).
006060     05  RST-FILE-OPR-PASSWORD      PIC X(08).
006070     05  RST-FILE-OPR-LEVEL         PIC 9(01).
006080     05  RST-FILE-OPR-ACTIVE        PIC X(01).
006090
006100 FD  GL-FILE.
006110 01  GL-RECORD                      PIC X(60).
006120
006130 FD  KIT-FILE.
006140 01  KIT-RECORD.
006150     05  RST-FILE-KIT-KEY.
006160         10  RST-FILE-KIT-PARENT        PIC X(10).
006170         10  RST-FILE-KIT-COMPONENT     PIC X(10).
006180     05  RST-FILE-KIT-QTY-PER       PIC 9(03).
006190
006200 FD  LOT-FILE.
006210 01  LOT-RECORD.
006220     05  RST-FILE-LOT-KEY.
006230         10  RST-FILE-LOT-PRODUCT-ID    PIC X(10).
006240         10  RST-FILE-LOT-EXPIRY        PIC 9(08).
006250         10  RST-FILE-LOT-NUMBER        PIC X(10).
006260     05  RST-FILE-LOT-QTY           PIC 9(05).
006270     05  RST-FILE-LOT-RECD-DATE     PIC 9(08).
006280
006290 FD  RETURN-FILE.
006300 01  RETURN-RECORD.
006310     05  RST-FILE-RET-KEY.
006320         10  RST-FILE-RET-ORDER         PIC 9(06).
006330         10  RST-FILE-RET-LINE          PIC 9(03).
006340         10  RST-FILE-RET-SEQ           PIC 9(03).
006350     05  RST-FILE-RET-PRODUCT-ID    PIC X(10).
006360     05  RST-FILE-RET-QTY           PIC 9(05).
006370     05  RST-FILE-RET-REASON        PIC 9(02).
006380     05  RST-FILE-RET-DISPOSITION   PIC X(01).
006390     05  RST-FILE-RET-LOCATION      PIC X(06).
006400     05  RST-FILE-RET-UNIT-COST     PIC 9(07)V99.
006410     05  RST-FILE-RET-VALUE         PIC 9(10)V99.
006420     05  RST-FILE-RET-DATE          PIC 9(08).
006430     05  RST-FILE-RET-OPERATOR      PIC X(08).
006440
006450 FD  INVOICE-INPUT-FILE.
006460 01  INVOICE-INPUT-RECORD           PIC X(80).
006470
006480 FD  INVARCH-FILE.
006490 01  INVARCH-RECORD                 PIC X(80).
006500
006510 FD  INVOICE-FILE.
006520 01  INVOICE-RECORD.
006530     05  RST-FILE-INV-KEY.
006540         10  RST-FILE-INV-NUMBER        PIC X(10).
006550         10  RST-FILE-INV-PO-NUMBER     PIC 9(06).
006560         10  RST-FILE-INV-PO-LINE       PIC 9(03).
006570     05  RST-FILE-INV-SUPPLIER      PIC X(06).
006580     05  RST-FILE-INV-PRODUCT-ID    PIC X(10).
006590     05  RST-FILE-INV-QTY           PIC 9(05).
006600     05  RST-FILE-INV-UNIT-PRICE    PIC 9(07)V99.
006610     05  RST-FILE-INV-RECD-QTY      PIC 9(05).
006620     05  RST-FILE-INV-RECD-COST     PIC 9(07)V99.
006630     05  RST-FILE-INV-STATE         PIC X(01).
006640     05  RST-FILE-INV-REASON        PIC X(02).
006650     05  RST-FILE-INV-DATE          PIC 9(08).
006660     05  RST-FILE-INV-LOAD-DATE     PIC 9(08).
006670     05  RST-FILE-INV-EXTRACT-DATE  PIC 9(08).
006680     05  RST-FILE-INV-RELEASED-BY   PIC X(08).
006690     05  RST-FILE-INV-RELEASE-DATE  PIC 9(08).
006700
006710 FD  AP-EXTRACT-FILE.
006720 01  AP-EXTRACT-RECORD              PIC X(80).
006730
006740 FD  BIN-FILE.
006750 01  BIN-RECORD.
006760     05  RST-FILE-BIN-CODE          PIC X(06).
006770     05  RST-FILE-BIN-ZONE          PIC X(04).
006780     05  RST-FILE-BIN-TYPE          PIC X(01).
006790     05  RST-FILE-BIN-CAPACITY      PIC 9(05).
006800     05  RST-FILE-BIN-MIN-QTY       PIC 9(05).
006810
006820 FD  RECOMMEND-FILE.
006830 01  RECOMMEND-RECORD.
006840     05  RST-FILE-REC-PRODUCT-ID    PIC X(10).
006850     05  RST-FILE-REC-RUN-DATE      PIC 9(08).
006860     05  RST-FILE-REC-SUPPLIER      PIC X(06).
006870     05  RST-FILE-REC-ABC-CLASS     PIC X(01).
006880     05  RST-FILE-REC-DAILY-USAGE   PIC 9(05)V99.
006890     05  RST-FILE-REC-DAILY-SIGMA   PIC 9(05)V99.
006900     05  RST-FILE-REC-LEAD-DAYS     PIC 9(03).
006910     05  RST-FILE-REC-LEAD-SOURCE   PIC X(01).
006920     05  RST-FILE-REC-SERVICE-PCT   PIC 9(02).
006930     05  RST-FILE-REC-CUR-REORDER   PIC 9(05).
006940     05  RST-FILE-REC-NEW-REORDER   PIC 9(05).
006950     05  RST-FILE-REC-CUR-ORDER-QTY PIC 9(05).
006960     05  RST-FILE-REC-NEW-ORDER-QTY PIC 9(05).
006970     05  RST-FILE-REC-STATE         PIC X(01).
006980     05  RST-FILE-REC-DECIDED-BY    PIC X(08).
006990     05  RST-FILE-REC-APPLIED-BY    PIC X(08).
007000     05  RST-FILE-REC-APPLIED-DATE  PIC 9(08).
007010
007020 FD  MOVEMENT-FILE.
007030 01  MOVEMENT-RECORD.
007040     05  RST-FILE-MOV-KEY.
007050         10  RST-FILE-MOV-PRODUCT-ID PIC X(10).
007060         10  RST-FILE-MOV-DATE       PIC 9(08).
007070         10  RST-FILE-MOV-TIME       PIC 9(06).
007080         10  RST-FILE-MOV-SEQ        PIC 9(03).
007090     05  RST-FILE-MOV-POSTED.
007100         10  RST-FILE-MOV-POST-DATE  PIC 9(08).
007110         10  RST-FILE-MOV-POST-TIME  PIC 9(06).
007120     05  RST-FILE-MOV-ACTION        PIC X(10).
007130     05  RST-FILE-MOV-BEFORE-QTY    PIC 9(05).
007140     05  RST-FILE-MOV-AFTER-QTY     PIC 9(05).
007150     05  RST-FILE-MOV-LOCATION      PIC X(06).
007160     05  RST-FILE-MOV-OPERATOR      PIC X(08).
007170     05  RST-FILE-MOV-VALUE         PIC 9(10)V99.
007180     05  RST-FILE-MOV-DETAIL        PIC X(14).
007190
007200 FD  ATS-FEED-FILE.
007210 01  ATS-FEED-RECORD                PIC X(60).
007220
007230 FD  FEEDSTATE-FILE.
007240 01  FEEDSTATE-RECORD.
007250     05  RST-FILE-ATS-PRODUCT-ID    PIC X(10).
007260     05  RST-FILE-ATS-QTY           PIC 9(07).
007270     05  RST-FILE-ATS-PRICE         PIC 9(07)V99.
007280     05  RST-FILE-ATS-FLAG          PIC X(01).
007290     05  RST-FILE-ATS-SENT-DATE     PIC 9(08).
007300     05  RST-FILE-ATS-FEED-SEQ      PIC 9(06).
007310
007320 FD  MLOAD-INPUT-FILE.
007330 01  MLOAD-INPUT-RECORD             PIC X(80).
007340
007350 FD  MLOAD-ARCH-FILE.
007360 01  MLOAD-ARCH-RECORD              PIC X(80).
007370
007380 FD  LANDED-FILE.
007390 01  LANDED-RECORD.
007400     05  RST-FILE-LND-KEY.
007410         10  RST-FILE-LND-CHARGE-NO     PIC 9(06).
007420         10  RST-FILE-LND-PO-LINE       PIC 9(03).
007430     05  RST-FILE-LND-PO-NUMBER     PIC 9(06).
007440     05  RST-FILE-LND-TYPE          PIC X(01).
007450     05  RST-FILE-LND-BASIS         PIC X(01).
007460     05  RST-FILE-LND-DATE          PIC 9(08).
007470     05  RST-FILE-LND-OPERATOR      PIC X(08).
007480     05  RST-FILE-LND-AMOUNT        PIC 9(07)V99.
007490     05  RST-FILE-LND-PRODUCT-ID    PIC X(10).
007500     05  RST-FILE-LND-RECD-QTY      PIC 9(05).
007510     05  RST-FILE-LND-ONHAND-QTY    PIC 9(05).
007520     05  RST-FILE-LND-BASIS-AMT     PIC 9(10)V99.
007530     05  RST-FILE-LND-SHARE         PIC 9(07)V99.
007540     05  RST-FILE-LND-UNIT-ADD      PIC 9(07)V99.
007550     05  RST-FILE-LND-STOCK-VALUE   PIC 9(07)V99.
007560     05  RST-FILE-LND-COGS-VALUE    PIC 9(07)V99.
007570
007580 WORKING-STORAGE SECTION.
007590*--------------------------------------------------------------*
007600* STANDALONE COUNTERS, SWITCHES AND STATUS FIELDS               *
007610*--------------------------------------------------------------*
007620 77  RST-MENU-OPTION             PIC 9(02) VALUE 0.
007630 77  RST-SUBSCRIPT               PIC 9(4) VALUE 0.
007640 77  RST-LOC-SUBSCRIPT           PIC 9(4) VALUE 0.
007650 77  RST-LOC-INSERT-POINT        PIC 9(4) VALUE 0.
007660 77  RST-LINE-COUNT              PIC 9(3) VALUE 0.
007670 77  RST-PAGE-COUNT              PIC 9(3) VALUE 0.
007680 77  RST-LINES-PER-PAGE          PIC 9(3) VALUE 20.
007690 77  RST-TOTAL-VALUE             PIC 9(10)V99 VALUE 0.
007700 77  RST-GRAND-TOTAL             PIC 9(12)V99 VALUE 0.
007710 77  RST-PAGE-TOTAL              PIC 9(12)V99 VALUE 0.
007720 77  RST-INVENTORY-STATUS        PIC X(02) VALUE "00".
007730 77  RST-LOCATION-STATUS         PIC X(02) VALUE "00".
007740 77  RST-AUDIT-STATUS            PIC X(02) VALUE "00".
007750 77  RST-REPORT-STATUS           PIC X(02) VALUE "00".
007760 77  RST-COUNT-STATUS            PIC X(02) VALUE "00".
007770 77  RST-TRANSACTION-STATUS      PIC X(02) VALUE "00".
007780 77  RST-REJECT-STATUS           PIC X(02) VALUE "00".
007790 77  RST-SUPPLIER-STATUS         PIC X(02) VALUE "00".
007800 77  RST-PO-STATUS               PIC X(02) VALUE "00".
007810 77  RST-COST-STATUS             PIC X(02) VALUE "00".
007820 77  RST-ARGUMENT-VALUE          PIC X(20) VALUE SPACES.
007830 77  RST-COUNT-BOOK-QTY          PIC 9(05) VALUE 0.
007840 77  RST-COUNT-DIFF-QTY          PIC S9(06) VALUE 0.
007850 77  RST-COUNT-DIFF-VALUE        PIC S9(09)V99 VALUE 0.
007860 77  RST-COUNT-NET-VALUE         PIC S9(11)V99 VALUE 0.
007870 77  RST-COUNT-NEW-QTY           PIC S9(06) VALUE 0.
007880 77  RST-COUNT-SESSION-ROWS      PIC 9(04) VALUE 0.
007890 77  RST-COUNT-POSTED-ROWS       PIC 9(04) VALUE 0.
007900 77  RST-TRAN-READ-COUNT         PIC 9(05) VALUE 0.
007910 77  RST-TRAN-POSTED-COUNT       PIC 9(05) VALUE 0.
007920 77  RST-TRAN-REJECT-COUNT       PIC 9(05) VALUE 0.
007930 77  RST-SUG-SUBSCRIPT           PIC 9(04) VALUE 0.
007940 77  RST-SUG-SCAN                PIC 9(04) VALUE 0.
007950 77  RST-ONO-SUBSCRIPT           PIC 9(04) VALUE 0.
007960 77  RST-NEXT-PO-NUMBER          PIC 9(06) VALUE 0.
007970 77  RST-PO-LINE-NO              PIC 9(03) VALUE 0.
007980 77  RST-SUGGEST-NEED            PIC S9(07) VALUE 0.
007990 77  RST-PO-ONORDER-QTY          PIC 9(07) VALUE 0.
008000 77  RST-LAYER-QTY               PIC 9(05) VALUE 0.
008010 77  RST-LAYER-COST              PIC 9(07)V99 VALUE 0.
008020 77  RST-LAYER-SEQ               PIC 9(05) VALUE 0.
008030 77  RST-LAYER-REMAINING         PIC 9(06) VALUE 0.
008040 77  RST-VAL-LAYERED-QTY         PIC 9(07) VALUE 0.
008050 77  RST-VAL-LINE-VALUE          PIC 9(10)V99 VALUE 0.
008060 77  RST-VAL-PRODUCT-VALUE       PIC 9(11)V99 VALUE 0.
008070 77  RST-VAL-GRAND-TOTAL         PIC 9(12)V99 VALUE 0.
008080 77  RST-VAL-UNCOSTED-QTY        PIC 9(05) VALUE 0.
008090 77  RST-RECON-LOC-TOTAL         PIC 9(07) VALUE 0.
008100 77  RST-RECON-ROWS              PIC 9(04) VALUE 0.
008110 77  RST-RECON-EXCEPTIONS        PIC 9(04) VALUE 0.
008120 77  RST-RECON-AUDIT-EXCEPTIONS  PIC 9(04) VALUE 0.
008130 77  RST-PREV-LOC-PRODUCT        PIC X(10) VALUE SPACES.
008140 77  RST-AUCHK-SUBSCRIPT         PIC 9(04) VALUE 0.
008150 77  RST-AUCHK-EXPECTED          PIC S9(08) VALUE 0.
008160 77  RST-ARCHIVE-STATUS          PIC X(02) VALUE "00".
008170 77  RST-HIST-MODE               PIC X(01) VALUE SPACE.
008180 77  RST-HIST-MATCHES            PIC 9(05) VALUE 0.
008190 77  RST-ARCHIVE-COUNT           PIC 9(06) VALUE 0.
008200 77  RST-ARCH-WRITE-ERRORS       PIC 9(04) VALUE 0.
008210 77  RST-CATALOG-STATUS          PIC X(02) VALUE "00".
008220 77  RST-TRANARCH-STATUS         PIC X(02) VALUE "00".
008230 77  RST-SCAN-MODE               PIC X(01) VALUE SPACE.
008240 77  RST-PREV-ARCH-DATE          PIC 9(08) VALUE 0.
008250 77  RST-SNAPSHOT-STATUS         PIC X(02) VALUE "00".
008260 77  RST-SNAP-WRITTEN            PIC 9(05) VALUE 0.
008270 77  RST-DAYS-TO-SUBTRACT        PIC 9(03) VALUE 0.
008280 77  RST-DIM                     PIC 9(02) VALUE 0.
008290 77  RST-LEAP-QUOT               PIC 9(04) VALUE 0.
008300 77  RST-LEAP-REM                PIC 9(04) VALUE 0.
008310 77  RST-CUTOFF-DATE             PIC 9(08) VALUE 0.
008320 77  RST-STMT-TURNS              PIC 9(03)V99 VALUE 0.
008330 77  RST-DEAD-VALUE              PIC 9(10)V99 VALUE 0.
008340 77  RST-DEAD-COUNT              PIC 9(04) VALUE 0.
008350 77  RST-BACKORDER-STATUS        PIC X(02) VALUE "00".
008360 77  RST-BO-SHORT-QTY            PIC 9(05) VALUE 0.
008370 77  RST-BO-NEXT-SEQ             PIC 9(03) VALUE 0.
008380 77  RST-SAVE-ADJUST-QTY         PIC 9(05) VALUE 0.
008390 77  RST-BOREP-SUBSCRIPT         PIC 9(04) VALUE 0.
008400 77  RST-BOREP-INSERT-POINT      PIC 9(04) VALUE 0.
008410 77  RST-DN-PRIOR-YEARS          PIC 9(04) VALUE 0.
008420 77  RST-DN-Q4                   PIC 9(04) VALUE 0.
008430 77  RST-DN-Q100                 PIC 9(04) VALUE 0.
008440 77  RST-DN-Q400                 PIC 9(04) VALUE 0.
008450 77  RST-DN-OFFSET               PIC 9(03) VALUE 0.
008460 77  RST-DAY-NUMBER              PIC 9(07) VALUE 0.
008470 77  RST-DAY-NUMBER-TODAY        PIC 9(07) VALUE 0.
008480 77  RST-AGE-DAYS                PIC S9(05) VALUE 0.
008490 77  RST-RUNCTL-STATUS           PIC X(02) VALUE "00".
008500 77  RST-BACKUP-STATUS           PIC X(02) VALUE "00".
008510 77  RST-BACKUP-NAME             PIC X(30) VALUE SPACES.
008520 77  RST-BACKUP-DATE-X           PIC X(08) VALUE SPACES.
008530 77  RST-BKP-WRITTEN             PIC 9(05) VALUE 0.
008540 77  RST-KEEP-DATE-1             PIC 9(08) VALUE 0.
008550 77  RST-KEEP-DATE-2             PIC 9(08) VALUE 0.
008560 77  RST-KEEP-DATE-3             PIC 9(08) VALUE 0.
008570 77  RST-PURGE-DATE              PIC 9(08) VALUE 0.
008580 77  RST-RUN-YYYYMM              PIC 9(06) VALUE 0.
008590 77  RST-MONTH-START             PIC 9(08) VALUE 0.
008600 77  RST-RUN-BUSINESS-DATE       PIC 9(08) VALUE 0.
008610 77  RST-MOVSUM-SUBSCRIPT        PIC 9(04) VALUE 0.
008620 77  RST-ORDER-STATUS            PIC X(02) VALUE "00".
008630 77  RST-NEXT-ORDER-NUMBER       PIC 9(06) VALUE 0.
008640 77  RST-ORD-LINE-NO             PIC 9(03) VALUE 0.
008650 77  RST-ORD-ALLOC-QTY           PIC 9(05) VALUE 0.
008660 77  RST-ORD-SHORT-QTY           PIC 9(05) VALUE 0.
008670 77  RST-PICK-SUBSCRIPT          PIC 9(04) VALUE 0.
008680 77  RST-PICK-INSERT-POINT       PIC 9(04) VALUE 0.
008690 77  RST-PICK-REMAINING          PIC 9(05) VALUE 0.
008700 77  RST-PICK-TAKE-QTY           PIC 9(05) VALUE 0.
008710 77  RST-PICK-LOCATION           PIC X(06) VALUE SPACES.
008720 77  RST-SCOR-SUBSCRIPT          PIC 9(04) VALUE 0.
008730 77  RST-SCOR-ORDER-DAY          PIC 9(07) VALUE 0.
008740 77  RST-SCOR-LEAD-DAYS          PIC S9(05) VALUE 0.
008750 77  RST-SCOR-AVG-LEAD           PIC 9(04)V9 VALUE 0.
008760 77  RST-SCOR-PCT-LATE           PIC 9(03)V9 VALUE 0.
008770 77  RST-SCOR-FILL-PCT           PIC 9(03)V9 VALUE 0.
008780 77  RST-SCOR-PROMISED           PIC 9(03) VALUE 0.
008790 77  RST-ABC-SUBSCRIPT           PIC 9(04) VALUE 0.
008800 77  RST-ABC-TOTAL-VALUE         PIC 9(13)V99 VALUE 0.
008810 77  RST-ABC-CUM-VALUE           PIC 9(13)V99 VALUE 0.
008820 77  RST-ABC-MAX-VALUE           PIC 9(11)V99 VALUE 0.
008830 77  RST-ABC-MAX-SUB             PIC 9(04) VALUE 0.
008840 77  RST-ABC-ISSUE-QTY           PIC S9(06) VALUE 0.
008850 77  RST-ABC-A-LIMIT             PIC 9(13)V99 VALUE 0.
008860 77  RST-ABC-B-LIMIT             PIC 9(13)V99 VALUE 0.
008870 77  RST-WKS-TARGET              PIC 9(04) VALUE 0.
008880 77  RST-WKS-CLASS               PIC X(01) VALUE SPACE.
008890 77  RST-WKS-CLASS-COUNT         PIC 9(04) VALUE 0.
008900 77  RST-WKS-OLDEST-DATE         PIC 9(08) VALUE 0.
008910 77  RST-WKS-OLDEST-SUB          PIC 9(04) VALUE 0.
008920 77  RST-WKS-LINES               PIC 9(04) VALUE 0.
008930 77  RST-WKS-PICKED              PIC 9(04) VALUE 0.
008940 77  RST-PRICE-STATUS            PIC X(02) VALUE "00".
008950 77  RST-PRC-RESOLVED-PRICE      PIC 9(07)V99 VALUE 0.
008960 77  RST-PRC-ASOF-DATE           PIC 9(08) VALUE 0.
008970 77  RST-MARGIN-AVG-COST         PIC 9(07)V99 VALUE 0.
008980 77  RST-MARGIN-AMOUNT           PIC S9(08)V99 VALUE 0.
008990 77  RST-MARGIN-PCT              PIC S9(03)V9 VALUE 0.
009000 77  RST-MARGIN-LAYER-QTY        PIC 9(07) VALUE 0.
009010 77  RST-MARGIN-LAYER-VALUE      PIC 9(11)V99 VALUE 0.
009020 77  RST-OPERATOR-STATUS         PIC X(02) VALUE "00".
009030 77  RST-OPERATOR-LEVEL          PIC 9(01) VALUE 0.
009040 77  RST-SIGNON-ATTEMPTS         PIC 9(01) VALUE 0.
009050 77  RST-FORCE-OPERATOR          PIC X(08) VALUE SPACES.
009060 77  RST-UOM-EACHES              PIC 9(08) VALUE 0.
009070 77  RST-GL-STATUS               PIC X(02) VALUE "00".
009080 77  RST-ACTION-VALUE            PIC 9(10)V99 VALUE 0.
009090 77  RST-GL-RECEIPTS-VALUE       PIC 9(11)V99 VALUE 0.
009100 77  RST-GL-ISSUES-VALUE         PIC 9(11)V99 VALUE 0.
009110 77  RST-GL-ADJ-IN-VALUE         PIC 9(11)V99 VALUE 0.
009120 77  RST-GL-ADJ-OUT-VALUE        PIC 9(11)V99 VALUE 0.
009130 77  RST-GL-WK-AMOUNT            PIC 9(11)V99 VALUE 0.
009140 77  RST-GL-DR-ACCOUNT           PIC X(04) VALUE SPACES.
009150 77  RST-GL-CR-ACCOUNT           PIC X(04) VALUE SPACES.
009160 77  RST-GL-WK-DESC              PIC X(20) VALUE SPACES.
009170 77  RST-GL-DETAIL-COUNT         PIC 9(06) VALUE 0.
009180 77  RST-GL-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
009190 77  RST-RESUME-CHECKPOINT       PIC 9(07) VALUE 0.
009200 77  RST-TRAN-SEQ-NO             PIC 9(07) VALUE 0.
009210 77  RST-TRAN-SKIP-COUNT         PIC 9(07) VALUE 0.
009220 77  RST-CHKPT-QUOT              PIC 9(05) VALUE 0.
009230 77  RST-CHKPT-REM               PIC 9(03) VALUE 0.
009240 77  RST-KIT-STATUS              PIC X(02) VALUE "00".
009250 77  RST-KIT-PARENT-ID           PIC X(10) VALUE SPACES.
009260 77  RST-KIT-PARENT-SUB          PIC 9(04) VALUE 0.
009270 77  RST-KIT-BUILD-QTY           PIC 9(05) VALUE 0.
009280 77  RST-KIT-NEED                PIC 9(08) VALUE 0.
009290 77  RST-KIT-TOTAL-COST          PIC 9(11)V99 VALUE 0.
009300 77  RST-KIT-UNIT-COST           PIC 9(07)V99 VALUE 0.
009310 77  RST-KIT-COMP-COUNT          PIC 9(03) VALUE 0.
009320 77  RST-KIT-CAN-BUILD           PIC 9(07) VALUE 0.
009330 77  RST-KIT-THIS-CAN            PIC 9(07) VALUE 0.
009340 77  RST-KIT-PREV-PARENT         PIC X(10) VALUE SPACES.
009350 77  RST-KIT-REPORT-LINES        PIC 9(04) VALUE 0.
009360 77  RST-KIT-AVAIL-QTY           PIC 9(07) VALUE 0.
009370 77  RST-LOT-STATUS              PIC X(02) VALUE "00".
009380 77  RST-LOT-RELIEF-QTY          PIC 9(05) VALUE 0.
009390 77  RST-LOT-REMAINING           PIC 9(06) VALUE 0.
009400 77  RST-LOT-TAKE-QTY            PIC 9(05) VALUE 0.
009410 77  RST-LOT-AVAIL-QTY           PIC 9(07) VALUE 0.
009420 77  RST-ORD-AVAIL-QTY           PIC 9(07) VALUE 0.
009430 77  RST-LOT-TODAY               PIC 9(08) VALUE 0.
009440 77  RST-LOT-CUTOFF-DATE         PIC 9(08) VALUE 0.
009450 77  RST-EXP-LINES               PIC 9(04) VALUE 0.
009460 77  RST-DAYS-TO-ADD             PIC 9(03) VALUE 0.
009470 77  RST-RETURN-STATUS           PIC X(02) VALUE "00".
009480 77  RST-ORD-COST-VALUE          PIC 9(10)V99 VALUE 0.
009490 77  RST-RET-RETURNABLE-QTY      PIC 9(05) VALUE 0.
009500 77  RST-RET-NEXT-SEQ            PIC 9(03) VALUE 0.
009510 77  RST-RET-VALUE               PIC 9(10)V99 VALUE 0.
009520 77  RST-RET-SUBSCRIPT           PIC 9(02) VALUE 0.
009530 77  RST-RET-REPORT-LINES        PIC 9(05) VALUE 0.
009540 77  RST-GL-RETURNS-VALUE        PIC 9(11)V99 VALUE 0.
009550 77  RST-QUARANTINE-LOCATION     PIC X(06) VALUE "QUARAN".
009560 77  RST-QUAR-CHECK-CODE         PIC X(06) VALUE SPACES.
009570 77  RST-QUAR-SAVE-CODE          PIC X(06) VALUE SPACES.
009580 77  RST-QUAR-HELD-QTY           PIC 9(07) VALUE 0.
009590 77  RST-RET-REASON-MAX          PIC 9(02) VALUE 6.
009600 77  RST-INVIN-STATUS            PIC X(02) VALUE "00".
009610 77  RST-INVARCH-STATUS          PIC X(02) VALUE "00".
009620 77  RST-INVOICE-STATUS          PIC X(02) VALUE "00".
009630 77  RST-AP-STATUS               PIC X(02) VALUE "00".
009640 77  RST-AP-READ-COUNT           PIC 9(05) VALUE 0.
009650 77  RST-AP-MATCHED-COUNT        PIC 9(05) VALUE 0.
009660 77  RST-AP-HELD-COUNT           PIC 9(05) VALUE 0.
009670 77  RST-AP-REJECT-COUNT         PIC 9(05) VALUE 0.
009680 77  RST-AP-RELEASED-COUNT       PIC 9(05) VALUE 0.
009690 77  RST-AP-HOLD-LINES           PIC 9(05) VALUE 0.
009700 77  RST-AP-UNINVOICED-QTY       PIC S9(06) VALUE 0.
009710 77  RST-AP-RECEIPT-COST         PIC 9(07)V99 VALUE 0.
009720 77  RST-AP-PRICE-DIFF           PIC 9(07)V99 VALUE 0.
009730 77  RST-AP-PRICE-TOL            PIC 9(07)V99 VALUE 0.
009740 77  RST-AP-TOLERANCE-PCT        PIC 9(02)V9 VALUE 2.0.
009750 77  RST-AP-LINE-AMOUNT          PIC 9(10)V99 VALUE 0.
009760 77  RST-AP-DETAIL-COUNT         PIC 9(06) VALUE 0.
009770 77  RST-AP-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
009780 77  RST-BIN-STATUS              PIC X(02) VALUE "00".
009790 77  RST-REPL-LINES              PIC 9(04) VALUE 0.
009800 77  RST-REPL-NEED               PIC 9(05) VALUE 0.
009810 77  RST-REPL-FACE-QTY           PIC 9(05) VALUE 0.
009820 77  RST-REPL-FACE-MIN           PIC 9(05) VALUE 0.
009830 77  RST-REPL-FACE-CODE          PIC X(06) VALUE SPACES.
009840 77  RST-REPL-FACE-SUB           PIC 9(04) VALUE 0.
009850 77  RST-REPL-TAKE-QTY           PIC 9(05) VALUE 0.
009860 77  RST-REPL-SOURCES            PIC 9(03) VALUE 0.
009870 77  RST-REPL-RESV-SUB           PIC 9(04) VALUE 0.
009880 77  RST-REPL-RESV-LEFT          PIC 9(05) VALUE 0.
009890 77  RST-AVAIL-QTY               PIC 9(05) VALUE 0.
009900 77  RST-RET-SHIPPED-QTY         PIC 9(05) VALUE 0.
009910 77  RST-SHIP-ORDER-NUMBER       PIC 9(06) VALUE 0.
009920 77  RST-SHIP-PICKED             PIC 9(05) VALUE 0.
009930 77  RST-SHIP-OPEN-QTY           PIC 9(05) VALUE 0.
009940 77  RST-SHIP-SHORT              PIC 9(05) VALUE 0.
009950 77  RST-SHIP-BINNED             PIC 9(07) VALUE 0.
009960 77  RST-SHIP-UNBINNED           PIC 9(07) VALUE 0.
009970 77  RST-SHIP-PICK-LOCATION      PIC X(06) VALUE SPACES.
009980 77  RST-SHIP-LINES              PIC 9(03) VALUE 0.
009990 77  RST-SHIP-UNITS              PIC 9(07) VALUE 0.
010000 77  RST-RECOM-STATUS            PIC X(02) VALUE "00".
010010 77  RST-MOVE-STATUS             PIC X(02) VALUE "00".
010020 77  RST-MOV-SCAN-BY             PIC X(01) VALUE SPACE.
010030 77  RST-MOV-SCAN-PRODUCT        PIC X(10) VALUE SPACES.
010040 77  RST-MOV-SCAN-FROM           PIC 9(08) VALUE 0.
010050 77  RST-MOV-SCAN-TO             PIC 9(08) VALUE 0.
010060 77  RST-MOV-REBUILT             PIC 9(07) VALUE 0.
010070 77  RST-MOV-SKIPPED             PIC 9(07) VALUE 0.
010080 77  RST-MOV-WRITE-ERRORS        PIC 9(05) VALUE 0.
010090 77  RST-ARCH-FLOOR-DATE         PIC 9(08) VALUE 0.
010100 77  RST-ATS-STATUS              PIC X(02) VALUE "00".
010110 77  RST-FEEDST-STATUS           PIC X(02) VALUE "00".
010120 77  RST-FEED-SEQ                PIC 9(06) VALUE 0.
010130 77  RST-FEED-SEQ-LAST           PIC 9(06) VALUE 0.
010140 77  RST-FEED-SEQ-TODAY          PIC 9(06) VALUE 0.
010150 77  RST-FEED-MODE               PIC X(01) VALUE "D".
010160 77  RST-FEED-WEEKDAY            PIC 9(01) VALUE 0.
010170 77  RST-FEED-WEEKS              PIC 9(07) VALUE 0.
010180 77  RST-ATS-QTY                 PIC 9(07) VALUE 0.
010190 77  RST-ATS-BO-QTY              PIC 9(07) VALUE 0.
010200 77  RST-ATS-PRICE               PIC 9(07)V99 VALUE 0.
010210 77  RST-ATS-FLAG                PIC X(01) VALUE SPACE.
010220 77  RST-ATS-DETAIL-COUNT        PIC 9(06) VALUE 0.
010230 77  RST-ATS-DROPPED-COUNT       PIC 9(06) VALUE 0.
010240 77  RST-ATS-QTY-HASH            PIC 9(11) VALUE 0.
010250 77  RST-ATS-PRICE-HASH          PIC 9(13)V99 VALUE 0.
010260 77  RST-MLDIN-STATUS            PIC X(02) VALUE "00".
010270 77  RST-MLDARCH-STATUS          PIC X(02) VALUE "00".
010280 77  RST-MLD-READ                PIC 9(05) VALUE 0.
010290 77  RST-MLD-ACCEPTED            PIC 9(05) VALUE 0.
010300 77  RST-MLD-REJECTED            PIC 9(05) VALUE 0.
010310 77  RST-MLD-ADDED               PIC 9(05) VALUE 0.
010320 77  RST-MLD-CHANGED             PIC 9(05) VALUE 0.
010330 77  RST-MLD-DISCONTINUED        PIC 9(05) VALUE 0.
010340 77  RST-MLD-FIELDS-CHANGED      PIC 9(02) VALUE 0.
010350 77  RST-MLD-PROJECTED           PIC 9(05) VALUE 0.
010360 77  RST-MLD-PEND-SUB            PIC 9(05) VALUE 0.
010370 77  RST-MLD-PEND-LAST           PIC 9(05) VALUE 0.
010380 77  RST-MLD-REASON              PIC X(40) VALUE SPACES.
010390 77  RST-MLD-NEW-REASON          PIC X(40) VALUE SPACES.
010400 77  RST-MLD-QTY-SHOW            PIC ZZZZ9.
010410 77  RST-MLD-PRICE-SHOW          PIC Z(6)9.99.
010420 77  RST-LANDED-STATUS           PIC X(02) VALUE "00".
010430 77  RST-LND-CHARGE-NO           PIC 9(06) VALUE 0.
010440 77  RST-LND-PO-NUMBER           PIC 9(06) VALUE 0.
010450 77  RST-LND-AMOUNT              PIC 9(07)V99 VALUE 0.
010460 77  RST-LND-TYPE                PIC X(01) VALUE SPACE.
010470 77  RST-LND-BASIS               PIC X(01) VALUE SPACE.
010480 77  RST-LND-BASIS-TOTAL         PIC 9(12)V99 VALUE 0.
010490 77  RST-LND-ALLOCATED           PIC 9(07)V99 VALUE 0.
010500 77  RST-LND-SUB                 PIC 9(04) VALUE 0.
010510 77  RST-LND-ONHAND              PIC 9(06) VALUE 0.
010520 77  RST-LND-UNIT-ADD            PIC 9(07)V99 VALUE 0.
010530 77  RST-LND-STOCK-VALUE         PIC 9(07)V99 VALUE 0.
010540 77  RST-LND-COGS-VALUE          PIC 9(07)V99 VALUE 0.
010550 77  RST-LND-STOCK-TOTAL         PIC 9(09)V99 VALUE 0.
010560 77  RST-LND-COGS-TOTAL          PIC 9(09)V99 VALUE 0.
010570 77  RST-LND-AMOUNT-SHOW         PIC Z,ZZZ,ZZ9.99.
010580 77  RST-GL-LANDED-STOCK-VALUE   PIC 9(11)V99 VALUE 0.
010590 77  RST-GL-LANDED-COGS-VALUE    PIC 9(11)V99 VALUE 0.
010600 77  RST-RPTWK-STATUS            PIC X(02) VALUE "00".
010610 77  RST-EXCP-STATUS             PIC X(02) VALUE "00".
010620 77  RST-STP-CUR-NAME            PIC X(20) VALUE SPACES.
010630 77  RST-STP-CUR-SEV             PIC X(01) VALUE "I".
010640 77  RST-STP-CUR-TEXT            PIC X(40) VALUE SPACES.
010650 77  RST-STP-NEW-SEV             PIC X(01) VALUE "I".
010660 77  RST-STP-NEW-TEXT            PIC X(40) VALUE SPACES.
010670 77  RST-STP-SUB                 PIC 9(02) VALUE 0.
010680 77  RST-RUN-WORST-SEV           PIC X(01) VALUE "I".
010690 77  RST-RUN-COND-CODE           PIC 9(02) VALUE 0.
010700 77  RST-REFUSE-TEXT             PIC X(40) VALUE SPACES.
010710 77  RST-RUN-ERRORS              PIC 9(02) VALUE 0.
010720 77  RST-RUN-WARNINGS            PIC 9(02) VALUE 0.
010730 77  RST-LAST-RUN-DATE           PIC 9(08) VALUE 0.
010740 77  RST-PLAN-WINDOW-DAYS        PIC 9(03) VALUE 91.
010750 77  RST-PLAN-WEEKS              PIC 9(02) VALUE 13.
010760 77  RST-PLAN-COVER-DAYS         PIC 9(03) VALUE 30.
010770 77  RST-PLAN-DEFAULT-LEAD       PIC 9(03) VALUE 14.
010780 77  RST-PLAN-SUB                PIC 9(04) VALUE 0.
010790 77  RST-PLAN-WEEK-SUB           PIC 9(03) VALUE 0.
010800 77  RST-PLAN-SVC-SUB            PIC 9(01) VALUE 0.
010810 77  RST-PLAN-START-DAY          PIC 9(07) VALUE 0.
010820 77  RST-PLAN-DAY-OFFSET         PIC 9(05) VALUE 0.
010830 77  RST-PLAN-ISSUE-QTY          PIC S9(06) VALUE 0.
010840 77  RST-PLAN-TOTAL-QTY          PIC 9(09) VALUE 0.
010850 77  RST-PLAN-WEEK-MEAN          PIC 9(07)V9999 VALUE 0.
010860 77  RST-PLAN-DEVIATION          PIC S9(07)V9999 VALUE 0.
010870 77  RST-PLAN-SUM-SQUARES        PIC 9(13)V9999 VALUE 0.
010880 77  RST-PLAN-DAILY-USAGE        PIC 9(05)V99 VALUE 0.
010890 77  RST-PLAN-DAILY-SIGMA        PIC 9(05)V99 VALUE 0.
010900 77  RST-PLAN-LEAD-DAYS          PIC 9(03) VALUE 0.
010910 77  RST-PLAN-LEAD-SOURCE        PIC X(01) VALUE SPACE.
010920 77  RST-PLAN-SAFETY-STOCK       PIC 9(07) VALUE 0.
010930 77  RST-PLAN-NEW-REORDER        PIC 9(07) VALUE 0.
010940 77  RST-PLAN-CYCLE-QTY          PIC 9(07) VALUE 0.
010950 77  RST-PLAN-PACK               PIC 9(03) VALUE 0.
010960 77  RST-PLAN-PACKS              PIC 9(07) VALUE 0.
010970 77  RST-PLAN-PACK-REM           PIC 9(03) VALUE 0.
010980 77  RST-PLAN-NEW-ORDER-QTY      PIC 9(07) VALUE 0.
010990 77  RST-PLAN-PLANNED            PIC 9(04) VALUE 0.
011000 77  RST-PLAN-CHANGED            PIC 9(04) VALUE 0.
011010 77  RST-PLAN-LINES              PIC 9(04) VALUE 0.
011020
011030 01  RST-SWITCHES.
011040     05  RST-FOUND-SWITCH            PIC X(01) VALUE "N".
011050         88  RST-RECORD-FOUND                  VALUE "Y".
011060         88  RST-RECORD-NOT-FOUND              VALUE "N".
011070     05  RST-VALID-SWITCH            PIC X(01) VALUE "N".
011080         88  RST-ENTRY-IS-VALID                VALUE "Y".
011090         88  RST-ENTRY-IS-INVALID              VALUE "N".
011100     05  RST-BATCH-SWITCH            PIC X(01) VALUE "N".
011110         88  RST-BATCH-MODE                    VALUE "Y".
011120         88  RST-INTERACTIVE-MODE              VALUE "N".
011130     05  RST-ORPHAN-SWITCH           PIC X(01) VALUE "N".
011140         88  RST-ORPHAN-PRODUCT                VALUE "Y".
011150         88  RST-NOT-ORPHAN                    VALUE "N".
011160     05  RST-AUDP-VALID-SWITCH       PIC X(01) VALUE "N".
011170         88  RST-AUDP-LINE-VALID               VALUE "Y".
011180         88  RST-AUDP-LINE-INVALID             VALUE "N".
011190     05  RST-BO-STOP-SWITCH          PIC X(01) VALUE "N".
011200         88  RST-BO-STOP                       VALUE "Y".
011210         88  RST-BO-CONTINUE                   VALUE "N".
011220     05  RST-SIGNON-SWITCH           PIC X(01) VALUE "N".
011230         88  RST-SIGNED-ON                     VALUE "Y".
011240         88  RST-NOT-SIGNED-ON                 VALUE "N".
011250     05  RST-AUTH-SWITCH             PIC X(01) VALUE "N".
011260         88  RST-OPTION-ALLOWED                VALUE "Y".
011270         88  RST-OPTION-REFUSED                VALUE "N".
011280     05  RST-OPR-EMPTY-SWITCH        PIC X(01) VALUE "N".
011290         88  RST-OPR-FILE-EMPTY                VALUE "Y".
011300         88  RST-OPR-FILE-IN-USE               VALUE "N".
011310     05  RST-PRC-FOUND-SWITCH        PIC X(01) VALUE "N".
011320         88  RST-PRICE-FOUND                   VALUE "Y".
011330         88  RST-PRICE-NOT-FOUND               VALUE "N".
011340     05  RST-RUN-SWITCH              PIC X(01) VALUE "N".
011350         88  RST-RUN-ALLOWED                   VALUE "Y".
011360         88  RST-RUN-REFUSED                   VALUE "N".
011370     05  RST-BIN-SWITCH              PIC X(01) VALUE "N".
011380         88  RST-BIN-ON-FILE                   VALUE "Y".
011390         88  RST-BIN-NOT-ON-FILE               VALUE "N".
011400     05  RST-QUAR-BIN-SWITCH         PIC X(01) VALUE "N".
011410         88  RST-QUARANTINE-BIN                VALUE "Y".
011420         88  RST-NOT-QUARANTINE-BIN            VALUE "N".
011430     05  RST-REPL-HOME-SWITCH        PIC X(01) VALUE "N".
011440         88  RST-REPL-HOME-SEEN                VALUE "Y".
011450         88  RST-REPL-HOME-NOT-SEEN            VALUE "N".
011460     05  RST-PLAN-DUE-SWITCH         PIC X(01) VALUE "N".
011470         88  RST-PLAN-DUE                      VALUE "Y".
011480         88  RST-PLAN-NOT-DUE                  VALUE "N".
011490     05  RST-PLAN-STOP-SWITCH        PIC X(01) VALUE "N".
011500         88  RST-PLAN-STOP                     VALUE "Y".
011510         88  RST-PLAN-CONTINUE                 VALUE "N".
011520     05  RST-MOV-RANGE-SWITCH        PIC X(01) VALUE "N".
011530         88  RST-MOV-PAST-RANGE                VALUE "Y".
011540         88  RST-MOV-IN-RANGE                  VALUE "N".
011550     05  RST-ATS-SEND-SWITCH         PIC X(01) VALUE "N".
011560         88  RST-ATS-SEND                      VALUE "Y".
011570         88  RST-ATS-UNCHANGED                 VALUE "N".
011580     05  RST-ATS-ROW-SWITCH          PIC X(01) VALUE "N".
011590         88  RST-ATS-ROW-ON-FILE               VALUE "Y".
011600         88  RST-ATS-ROW-NEW                   VALUE "N".
011610     05  RST-MLD-POST-SWITCH         PIC X(01) VALUE "N".
011620         88  RST-MLD-POSTING                   VALUE "Y".
011630         88  RST-MLD-EDIT-ONLY                 VALUE "N".
011640     05  RST-RPTOUT-SWITCH           PIC X(01) VALUE "N".
011650         88  RST-REPORT-OPEN                   VALUE "Y".
011660         88  RST-REPORT-NOT-OPEN               VALUE "N".
011670     05  RST-EXCP-SWITCH             PIC X(01) VALUE "N".
011680         88  RST-EXCEPTION-OPEN                VALUE "Y".
011690         88  RST-EXCEPTION-NOT-OPEN            VALUE "N".
011700
011710*--------------------------------------------------------------*
011720* SCREEN / PROMPT ENTRY FIELDS - NUMERIC ONES CARRY A PIC X     *
011730* EDIT VIEW FOR IS NUMERIC TESTING, REDEFINED BY A NUMERIC      *
011740* VIEW FOR ARITHMETIC, SO A BAD KEYSTROKE NEVER REACHES THE     *
011750* TABLE OR THE FILE. EACH EDIT FIELD IS JUSTIFIED RIGHT AND HAS *
011760* ITS LEADING SPACES TURNED TO ZEROS RIGHT AFTER THE ACCEPT, SO *
011770* SHORT ANSWERS (E.G. "10") ZERO-FILL TO "00010" INSTEAD OF     *
011780* FAILING THE NUMERIC TEST ON TRAILING BLANKS.                  *
011790*--------------------------------------------------------------*
011800 01  RST-ENTRY-PRODUCT-ID        PIC X(10).
011810 01  RST-ENTRY-PRODUCT-NAME      PIC X(30).
011820
011830 01  RST-ENTRY-QUANTITY-EDIT     PIC X(05) JUSTIFIED RIGHT.
011840 01  RST-ENTRY-QUANTITY REDEFINES RST-ENTRY-QUANTITY-EDIT
011850                                 PIC 9(05).
011860
011870 01  RST-ENTRY-PRICE-EDIT        PIC X(09) JUSTIFIED RIGHT.
011880 01  RST-ENTRY-UNIT-PRICE REDEFINES RST-ENTRY-PRICE-EDIT
011890                                 PIC 9(07)V99.
011900
011910 01  RST-ENTRY-REORDER-EDIT      PIC X(05) JUSTIFIED RIGHT
011920                                 VALUE "00000".
011930 01  RST-ENTRY-REORDER-LEVEL REDEFINES RST-ENTRY-REORDER-EDIT
011940                                 PIC 9(05).
011950
011960 01  RST-ENTRY-ADJUST-EDIT       PIC X(05) JUSTIFIED RIGHT.
011970 01  RST-ENTRY-ADJUST-QTY REDEFINES RST-ENTRY-ADJUST-EDIT
011980                                 PIC 9(05).
011990
012000 01  RST-ENTRY-THRESHOLD-EDIT    PIC X(05) JUSTIFIED RIGHT
012010                                 VALUE "00000".
012020 01  RST-ENTRY-THRESHOLD REDEFINES RST-ENTRY-THRESHOLD-EDIT
012030                                 PIC 9(05).
012040
012050 01  RST-ENTRY-LOCATION-CODE     PIC X(06).
012060 01  RST-ENTRY-OPERATOR-ID       PIC X(08) VALUE "BATCH".
012070 01  RST-ENTRY-YES-NO            PIC X(01).
012080 01  RST-ENTRY-SUB-OPTION        PIC X(01).
012090 01  RST-ENTRY-SUPPLIER-CODE     PIC X(06).
012100 01  RST-ENTRY-SUPPLIER-NAME     PIC X(30).
012110
012120 01  RST-ENTRY-LEAD-TIME-EDIT    PIC X(03) JUSTIFIED RIGHT.
012130 01  RST-ENTRY-LEAD-TIME REDEFINES RST-ENTRY-LEAD-TIME-EDIT
012140                                 PIC 9(03).
012150
012160 01  RST-ENTRY-MIN-ORDER-EDIT    PIC X(05) JUSTIFIED RIGHT
012170                                 VALUE "00000".
012180 01  RST-ENTRY-MIN-ORDER-QTY REDEFINES RST-ENTRY-MIN-ORDER-EDIT
012190                                 PIC 9(05).
012200
012210 01  RST-ENTRY-PO-EDIT           PIC X(06) JUSTIFIED RIGHT.
012220 01  RST-ENTRY-PO-NUMBER REDEFINES RST-ENTRY-PO-EDIT
012230                                 PIC 9(06).
012240
012250 01  RST-ENTRY-PO-LINE-EDIT      PIC X(03) JUSTIFIED RIGHT.
012260 01  RST-ENTRY-PO-LINE REDEFINES RST-ENTRY-PO-LINE-EDIT
012270                                 PIC 9(03).
012280
012290 01  RST-ENTRY-COST-EDIT         PIC X(09) JUSTIFIED RIGHT.
012300 01  RST-ENTRY-UNIT-COST REDEFINES RST-ENTRY-COST-EDIT
012310                                 PIC 9(07)V99.
012320 01  RST-ENTRY-WEIGHT-EDIT       PIC X(07) JUSTIFIED RIGHT.
012330 01  RST-ENTRY-WEIGHT REDEFINES RST-ENTRY-WEIGHT-EDIT
012340                                 PIC 9(07).
012350
012360 01  RST-ENTRY-CHARGE-EDIT       PIC X(06) JUSTIFIED RIGHT.
012370 01  RST-ENTRY-CHARGE-NO REDEFINES RST-ENTRY-CHARGE-EDIT
012380                                 PIC 9(06).
012390
012400 01  RST-ENTRY-COUNT-EDIT        PIC X(05) JUSTIFIED RIGHT.
012410 01  RST-ENTRY-COUNT-QTY REDEFINES RST-ENTRY-COUNT-EDIT
012420                                 PIC 9(05).
012430
012440 01  RST-QTY-BEFORE              PIC 9(05).
012450 01  RST-QTY-AFTER               PIC 9(05).
012460 01  RST-ACTION-CODE             PIC X(10).
012470 01  RST-ACTION-DETAIL           PIC X(14) VALUE SPACES.
012480 01  RST-ACTION-LOCATION         PIC X(06) VALUE SPACES.
012490
012500 01  RST-PRINT-LINE               PIC X(132).
012510
012520*--------------------------------------------------------------*
012530* SYSTEM DATE AND TIME, BROKEN OUT BY REDEFINITION RATHER       *
012540* THAN AN INTRINSIC FUNCTION CALL.                              *
012550*--------------------------------------------------------------*
012560 01  RST-SYSTEM-DATE              PIC 9(08).
012570 01  RST-SYSTEM-DATE-PARTS REDEFINES RST-SYSTEM-DATE.
012580     05  RST-SYS-YEAR                 PIC 9(04).
012590     05  RST-SYS-MONTH                PIC 9(02).
012600     05  RST-SYS-DAY                  PIC 9(02).
012610
012620 01  RST-SYSTEM-TIME              PIC 9(08).
012630 01  RST-SYSTEM-TIME-PARTS REDEFINES RST-SYSTEM-TIME.
012640     05  RST-SYS-HOUR                 PIC 9(02).
012650     05  RST-SYS-MINUTE               PIC 9(02).
012660     05  RST-SYS-SECOND               PIC 9(02).
012670     05  RST-SYS-HUNDREDTHS           PIC 9(02).
012680
012690*--------------------------------------------------------------*
012700* AUDIT TRAIL OUTPUT LINE                                       *
012710*--------------------------------------------------------------*
012720 01  RST-AUDIT-LINE.
012730     05  RST-AUDIT-TIMESTAMP.
012740         10  RST-AUDIT-YEAR            PIC 9(04).
012750         10  FILLER                    PIC X(01) VALUE "-".
012760         10  RST-AUDIT-MONTH           PIC 9(02).
012770         10  FILLER                    PIC X(01) VALUE "-".
012780         10  RST-AUDIT-DAY             PIC 9(02).
012790         10  FILLER                    PIC X(01) VALUE " ".
012800         10  RST-AUDIT-HOUR            PIC 9(02).
012810         10  FILLER                    PIC X(01) VALUE ":".
012820         10  RST-AUDIT-MINUTE          PIC 9(02).
012830         10  FILLER                    PIC X(01) VALUE ":".
012840         10  RST-AUDIT-SECOND          PIC 9(02).
012850     05  FILLER                    PIC X(02) VALUE SPACES.
012860     05  RST-AUDIT-OPERATOR        PIC X(08).
012870     05  FILLER                    PIC X(02) VALUE SPACES.
012880     05  RST-AUDIT-PRODUCT-ID      PIC X(10).
012890     05  FILLER                    PIC X(02) VALUE SPACES.
012900     05  RST-AUDIT-ACTION          PIC X(10).
012910     05  FILLER                    PIC X(02) VALUE SPACES.
012920     05  RST-AUDIT-QTY-BEFORE      PIC ZZZZ9.
012930     05  FILLER                    PIC X(04) VALUE " -> ".
012940     05  RST-AUDIT-QTY-AFTER       PIC ZZZZ9.
012950     05  FILLER                    PIC X(02) VALUE SPACES.
012960     05  RST-AUDIT-DETAIL          PIC X(14).
012970     05  FILLER                    PIC X(01) VALUE SPACE.
012980     05  RST-AUDIT-VALUE           PIC 9(10)V99.
012990
013000*--------------------------------------------------------------*
013010* PRINTED REPORT LAYOUTS                                       *
013020*--------------------------------------------------------------*
013030 01  RST-REPORT-HEADING-1.
013040     05  FILLER                PIC X(10) VALUE SPACES.
013050     05  FILLER                PIC X(38)
013060             VALUE "RAPIDSTOCKTRACKER - INVENTORY REPORT".
013070     05  FILLER                PIC X(07) VALUE "  PAGE ".
013080     05  RST-HDG-PAGE-NO           PIC ZZ9.
013090
013100 01  RST-REPORT-HEADING-2.
013110     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
013120     05  RST-HDG-YEAR              PIC 9999.
013130     05  FILLER                PIC X(01) VALUE "-".
013140     05  RST-HDG-MONTH             PIC 99.
013150     05  FILLER                PIC X(01) VALUE "-".
013160     05  RST-HDG-DAY               PIC 99.
013170
013180 01  RST-REPORT-HEADING-3.
013190     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
013200     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
013210     05  FILLER                PIC X(10) VALUE "QUANTITY".
013220     05  FILLER                PIC X(14) VALUE "UNIT PRICE".
013230     05  FILLER                PIC X(16) VALUE "TOTAL VALUE".
013240
013250 01  RST-REPORT-DETAIL.
013260     05  RST-DTL-PRODUCT-ID        PIC X(12).
013270     05  RST-DTL-PRODUCT-NAME      PIC X(32).
013280     05  RST-DTL-QUANTITY          PIC ZZZZ9.
013290     05  FILLER                PIC X(05) VALUE SPACES.
013300     05  RST-DTL-UNIT-PRICE        PIC $$$,$$9.99.
013310     05  FILLER                PIC X(03) VALUE SPACES.
013320     05  RST-DTL-TOTAL-VALUE       PIC $$,$$$,$$9.99.
013330
013340 01  RST-REPORT-LOC-DETAIL.
013350     05  FILLER                PIC X(14) VALUE SPACES.
013360     05  FILLER                PIC X(09) VALUE "LOCATION ".
013370     05  RST-RLD-LOCATION-CODE     PIC X(06).
013380     05  FILLER                PIC X(02) VALUE ": ".
013390     05  RST-RLD-QUANTITY          PIC ZZZZ9.
013400
013410 01  RST-PAGE-SUBTOTAL-LINE.
013420     05  FILLER                PIC X(54) VALUE "PAGE SUBTOTAL:".
013430     05  RST-PGT-EDIT              PIC $$,$$$,$$9.99.
013440
013450 01  RST-GRAND-TOTAL-LINE.
013460     05  FILLER                PIC X(54)
013470             VALUE "GRAND TOTAL INVENTORY VALUE:".
013480     05  RST-GT-EDIT               PIC $$$,$$$,$$9.99.
013490
013500 01  RST-LOW-STOCK-HEADING.
013510     05  FILLER                PIC X(40)
013520             VALUE "LOW-STOCK / REORDER REPORT".
013530
013540 01  RST-LOW-STOCK-COLUMN-HEADING.
013550     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
013560     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
013570     05  FILLER                PIC X(10) VALUE "ON HAND".
013580     05  FILLER                PIC X(10) VALUE "RESERVED".
013590     05  FILLER                PIC X(10) VALUE "AVAILABLE".
013600     05  FILLER                PIC X(14) VALUE "REORDER LEVEL".
013610
013620 01  RST-LOW-STOCK-DETAIL.
013630     05  RST-LSD-PRODUCT-ID        PIC X(12).
013640     05  RST-LSD-PRODUCT-NAME      PIC X(32).
013650     05  RST-LSD-ON-HAND           PIC ZZZZ9.
013660     05  FILLER                PIC X(05) VALUE SPACES.
013670     05  RST-LSD-RESERVED          PIC ZZZZ9.
013680     05  FILLER                PIC X(05) VALUE SPACES.
013690     05  RST-LSD-AVAILABLE         PIC ZZZZ9.
013700     05  FILLER                PIC X(05) VALUE SPACES.
013710     05  RST-LSD-REORDER           PIC ZZZZ9.
013720
013730 01  RST-COUNT-HEADING.
013740     05  FILLER                PIC X(40)
013750             VALUE "CYCLE COUNT VARIANCE REPORT".
013760
013770 01  RST-COUNT-COLUMN-HEADING.
013780     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
013790     05  FILLER                PIC X(08) VALUE "LOCATN".
013800     05  FILLER                PIC X(10) VALUE "BOOK QTY".
013810     05  FILLER                PIC X(10) VALUE "COUNTED".
013820     05  FILLER                PIC X(11) VALUE "DIFFERENCE".
013830     05  FILLER                PIC X(14) VALUE "VALUE DIFF".
013840
013850 01  RST-COUNT-DETAIL-LINE.
013860     05  RST-CNT-PRODUCT-ID        PIC X(12).
013870     05  RST-CNT-LOCATION          PIC X(06).
013880     05  FILLER                PIC X(02) VALUE SPACES.
013890     05  RST-CNT-BOOK              PIC ZZZZ9.
013900     05  FILLER                PIC X(05) VALUE SPACES.
013910     05  RST-CNT-COUNTED           PIC ZZZZ9.
013920     05  FILLER                PIC X(04) VALUE SPACES.
013930     05  RST-CNT-DIFF              PIC ZZZZZ9-.
013940     05  FILLER                PIC X(03) VALUE SPACES.
013950     05  RST-CNT-VALUE             PIC $$,$$$,$$9.99-.
013960
013970 01  RST-COUNT-TOTAL-LINE.
013980     05  FILLER                PIC X(40)
013990             VALUE "NET VALUE OF COUNT VARIANCES:".
014000     05  RST-CNT-NET-EDIT          PIC $$$,$$$,$$9.99-.
014010
014020*--------------------------------------------------------------*
014030* SCANNER TRANSACTION FILE INPUT VIEW AND REJECTS LINE. THE     *
014040* SCANNER VENDOR'S LAYOUT IS FIXED COLUMNS: PRODUCT ID (10),    *
014050* LOCATION (6), R/I CODE (1), QUANTITY (5), OPERATOR (8),       *
014060* TIMESTAMP YYYYMMDDHHMMSS (14). THE REJECTS FILE CARRIES THE   *
014070* ORIGINAL 47-BYTE IMAGE PLUS A REASON CODE SO A FIXED FILE     *
014080* CAN BE RESUBMITTED AS-IS.                                     *
014090*--------------------------------------------------------------*
014100 01  RST-TRAN-INPUT.
014110     05  RST-TRAN-PRODUCT-ID       PIC X(10).
014120     05  RST-TRAN-LOCATION         PIC X(06).
014130     05  RST-TRAN-CODE             PIC X(01).
014140     05  RST-TRAN-QTY-EDIT         PIC X(05).
014150     05  RST-TRAN-OPERATOR         PIC X(08).
014160     05  RST-TRAN-TIMESTAMP        PIC X(14).
014170*    POSITIONS 45-47 CARRY THE UNIT CODE ON NEWER SCANNER
014180*    LOADS - BLANK ON OLD FILES, WHICH POSTS AS EACHES.
014190     05  RST-TRAN-UOM              PIC X(03).
014200     05  FILLER                    PIC X(33).
014210
014220 01  RST-REJECT-LINE.
014230     05  RST-REJ-IMAGE             PIC X(47).
014240     05  FILLER                    PIC X(02) VALUE SPACES.
014250     05  RST-REJ-REASON-CODE       PIC X(02).
014260     05  FILLER                    PIC X(01) VALUE SPACES.
014270     05  RST-REJ-REASON-TEXT       PIC X(30).
014280
014290 01  RST-TRAN-REPORT-HEADING.
014300     05  FILLER                PIC X(40)
014310             VALUE "SCANNER TRANSACTION POSTING".
014320
014330 01  RST-TRAN-CONTROL-LINE.
014340     05  FILLER                PIC X(19)
014350             VALUE "TRANSACTIONS READ: ".
014360     05  RST-TCL-READ              PIC ZZZZ9.
014370     05  FILLER                PIC X(11) VALUE "   POSTED: ".
014380     05  RST-TCL-POSTED            PIC ZZZZ9.
014390     05  FILLER                PIC X(13)
014400             VALUE "   REJECTED: ".
014410     05  RST-TCL-REJECTED          PIC ZZZZ9.
014420
014430 01  RST-ORDER-HEADING.
014440     05  FILLER                PIC X(40)
014450             VALUE "SUGGESTED PURCHASE ORDERS".
014460
014470 01  RST-ORDER-PO-LINE.
014480     05  FILLER                PIC X(04) VALUE "PO #".
014490     05  RST-OPL-PO-NUMBER         PIC 9(06).
014500     05  FILLER                PIC X(11) VALUE "  SUPPLIER ".
014510     05  RST-OPL-SUPPLIER          PIC X(06).
014520     05  FILLER                PIC X(02) VALUE SPACES.
014530     05  RST-OPL-SUPPLIER-NAME     PIC X(30).
014540
014550 01  RST-ORDER-DETAIL.
014560     05  FILLER                PIC X(02) VALUE SPACES.
014570     05  RST-ODL-PRODUCT-ID        PIC X(12).
014580     05  RST-ODL-PRODUCT-NAME      PIC X(32).
014590     05  FILLER                PIC X(07) VALUE "ORDER: ".
014600     05  RST-ODL-QTY               PIC ZZZZ9.
014610
014620 01  RST-VAL-HEADING.
014630     05  FILLER                PIC X(40)
014640             VALUE "INVENTORY VALUATION AT COST (FIFO)".
014650
014660 01  RST-VAL-PRODUCT-LINE.
014670     05  RST-VPL-PRODUCT-ID        PIC X(12).
014680     05  RST-VPL-PRODUCT-NAME      PIC X(30).
014690
014700 01  RST-VAL-LAYER-LINE.
014710     05  FILLER                PIC X(02) VALUE SPACES.
014720     05  FILLER                PIC X(06) VALUE "LAYER ".
014730     05  RST-VLL-SEQ               PIC 9(05).
014740     05  FILLER                PIC X(02) VALUE SPACES.
014750     05  RST-VLL-DATE              PIC 9(08).
014760     05  FILLER                PIC X(02) VALUE SPACES.
014770     05  RST-VLL-QTY               PIC ZZZZ9.
014780     05  FILLER                PIC X(04) VALUE " @ $".
014790     05  RST-VLL-COST              PIC Z,ZZZ,ZZ9.99.
014800     05  FILLER                PIC X(03) VALUE SPACES.
014810     05  RST-VLL-VALUE             PIC $$,$$$,$$9.99.
014820
014830 01  RST-VAL-UNCOSTED-LINE.
014840     05  FILLER                PIC X(02) VALUE SPACES.
014850     05  FILLER                PIC X(21)
014860             VALUE "UNCOSTED (LIST PRICE)".
014870     05  FILLER                PIC X(02) VALUE SPACES.
014880     05  RST-VUL-QTY               PIC ZZZZ9.
014890     05  FILLER                PIC X(04) VALUE " @ $".
014900     05  RST-VUL-COST              PIC Z,ZZZ,ZZ9.99.
014910     05  FILLER                PIC X(03) VALUE SPACES.
014920     05  RST-VUL-VALUE             PIC $$,$$$,$$9.99.
014930
014940 01  RST-VAL-PRODUCT-TOTAL-LINE.
014950     05  FILLER                PIC X(54)
014960             VALUE "  PRODUCT VALUE AT COST:".
014970     05  RST-VPT-EDIT              PIC $$,$$$,$$9.99.
014980
014990 01  RST-VAL-GRAND-LINE.
015000     05  FILLER                PIC X(54)
015010             VALUE "GRAND TOTAL INVENTORY VALUE AT COST:".
015020     05  RST-VGT-EDIT              PIC $$$,$$$,$$$,$$9.99.
015030
015040 01  RST-RECON-HEADING.
015050     05  FILLER                PIC X(40)
015060             VALUE "INVENTORY RECONCILIATION - EXCEPTIONS".
015070
015080 01  RST-RECON-DETAIL.
015090     05  RST-RCD-PRODUCT-ID        PIC X(12).
015100     05  RST-RCD-MESSAGE           PIC X(32).
015110     05  RST-RCD-QTY-1             PIC ZZZZZZ9-.
015120     05  FILLER                PIC X(02) VALUE SPACES.
015130     05  RST-RCD-QTY-2             PIC ZZZZZZ9-.
015140
015150*--------------------------------------------------------------*
015160* READ-BACK VIEW OF AN AUDIT TRAIL LINE. THE COLUMN POSITIONS   *
015170* MIRROR RST-AUDIT-LINE EXACTLY; THE QUANTITY COLUMNS COME      *
015180* BACK WITH LEADING SPACES (THEY WERE WRITTEN ZZZZ9) AND ARE    *
015190* ZERO-FILLED BEFORE THE NUMERIC TEST, THE SAME TRICK THE       *
015200* SCREEN ENTRY FIELDS USE. LINES FROM BEFORE THE DETAIL FIELD   *
015210* EXISTED READ BACK SPACE-PADDED, WHICH PARSES CLEANLY.         *
015220*--------------------------------------------------------------*
015230 01  RST-AUDIT-INPUT-LINE        PIC X(100).
015240 01  RST-AUDIT-INPUT-PARTS REDEFINES RST-AUDIT-INPUT-LINE.
015250     05  RST-AUDP-YEAR-X           PIC X(04).
015260     05  FILLER                    PIC X(01).
015270     05  RST-AUDP-MONTH-X          PIC X(02).
015280     05  FILLER                    PIC X(01).
015290     05  RST-AUDP-DAY-X            PIC X(02).
015300     05  FILLER                    PIC X(01).
015310     05  RST-AUDP-HOUR-X           PIC X(02).
015320     05  FILLER                    PIC X(01).
015330     05  RST-AUDP-MINUTE-X         PIC X(02).
015340     05  FILLER                    PIC X(01).
015350     05  RST-AUDP-SECOND-X         PIC X(02).
015360     05  FILLER                    PIC X(02).
015370     05  RST-AUDP-OPERATOR         PIC X(08).
015380     05  FILLER                    PIC X(02).
015390     05  RST-AUDP-PRODUCT-ID       PIC X(10).
015400     05  FILLER                    PIC X(02).
015410     05  RST-AUDP-ACTION           PIC X(10).
015420     05  FILLER                    PIC X(02).
015430     05  RST-AUDP-BEFORE-X         PIC X(05).
015440     05  FILLER                    PIC X(04).
015450     05  RST-AUDP-AFTER-X          PIC X(05).
015460     05  FILLER                    PIC X(02).
015470     05  RST-AUDP-DETAIL           PIC X(14).
015480     05  FILLER                    PIC X(01).
015490     05  RST-AUDP-VALUE-X          PIC X(12).
015500     05  FILLER                    PIC X(02).
015510
015520 01  RST-AUDP-DATE               PIC 9(08).
015530 01  RST-AUDP-DATE-PARTS REDEFINES RST-AUDP-DATE.
015540     05  RST-AUDP-DATE-YEAR        PIC 9(04).
015550     05  RST-AUDP-DATE-MONTH       PIC 9(02).
015560     05  RST-AUDP-DATE-DAY         PIC 9(02).
015570
015580 01  RST-AUDP-BEFORE-EDIT        PIC X(05).
015590 01  RST-AUDP-BEFORE-QTY REDEFINES RST-AUDP-BEFORE-EDIT
015600                                 PIC 9(05).
015610 01  RST-AUDP-AFTER-EDIT         PIC X(05).
015620 01  RST-AUDP-AFTER-QTY REDEFINES RST-AUDP-AFTER-EDIT
015630                                 PIC 9(05).
015640
015650*--------------------------------------------------------------*
015660* THE VALUE COLUMN (POSITIONS 87-98) IS PLAIN DIGITS WITH AN    *
015670* IMPLIED DECIMAL, LIKE THE SNAPSHOT PRICE. ROWS FROM BEFORE    *
015680* THE COLUMN EXISTED READ BACK AS SPACES AND PARSE TO ZERO -    *
015690* THEY SIMPLY CARRY NO VALUE INTO THE GL EXTRACT.               *
015700*--------------------------------------------------------------*
015710 01  RST-AUDP-VALUE-EDIT         PIC X(12).
015720 01  RST-AUDP-VALUE REDEFINES RST-AUDP-VALUE-EDIT
015730                                 PIC 9(10)V99.
015740
015750*--------------------------------------------------------------*
015760* MOVEMENT FILE TIME OF DAY (HHMMSS), BROKEN OUT FOR THE AUDIT  *
015770* LINE LAYOUT AND FOR REBUILDING FROM THE TEXT TRAIL.           *
015780*--------------------------------------------------------------*
015790 01  RST-MOV-TIME-WORK           PIC 9(06).
015800 01  RST-MOV-TIME-PARTS REDEFINES RST-MOV-TIME-WORK.
015810     05  RST-MOV-HOUR              PIC 9(02).
015820     05  RST-MOV-MINUTE            PIC 9(02).
015830     05  RST-MOV-SECOND            PIC 9(02).
015840
015850*--------------------------------------------------------------*
015860* AUDIT CROSS-CHECK TABLE - ONE ROW PER PRODUCT TOUCHED TODAY.  *
015870* AUDIT ROWS FOR A PRODUCT CHAIN (EACH ROW'S BEFORE EQUALS THE  *
015880* PRIOR ROW'S AFTER) WHEN NOTHING MOVED STOCK OUTSIDE THE       *
015890* AUDITED PATHS, SO OPENING + SUM OF DELTAS MUST EQUAL THE      *
015900* LAST AFTER, AND THE LAST AFTER MUST EQUAL WHAT IS ON HAND.    *
015910* THE ROW AND DELTA COUNTS ARE KEPT ONCE FROM THE MOVEMENT FILE *
015920* AND ONCE FROM THE TEXT LOG SO THE TWO CAN BE COMPARED.        *
015930*--------------------------------------------------------------*
015940 01  RST-AUCHK-TABLE.
015950     05  RST-AUCHK-COUNT           PIC 9(4) VALUE 0.
015960     05  RST-AUCHK-ENTRY OCCURS 500 TIMES.
015970         10  RST-AUCHK-PRODUCT-ID      PIC X(10).
015980         10  RST-AUCHK-OPEN-QTY        PIC 9(05).
015990         10  RST-AUCHK-LAST-QTY        PIC 9(05).
016000         10  RST-AUCHK-DELTA-SUM       PIC S9(07).
016010         10  RST-AUCHK-MOV-ROWS        PIC 9(05).
016020         10  RST-AUCHK-TEXT-ROWS       PIC 9(05).
016030         10  RST-AUCHK-TEXT-DELTA      PIC S9(07).
016040
016050 01  RST-ENTRY-DATE-FROM-EDIT    PIC X(08) JUSTIFIED RIGHT.
016060 01  RST-ENTRY-DATE-FROM REDEFINES RST-ENTRY-DATE-FROM-EDIT
016070                                 PIC 9(08).
016080 01  RST-ENTRY-DATE-TO-EDIT      PIC X(08) JUSTIFIED RIGHT.
016090 01  RST-ENTRY-DATE-TO REDEFINES RST-ENTRY-DATE-TO-EDIT
016100                                 PIC 9(08).
016110 01  RST-ENTRY-FILTER-OPERATOR   PIC X(08).
016120 01  RST-ENTRY-FROM-LOCATION     PIC X(06).
016130 01  RST-ENTRY-TO-LOCATION       PIC X(06).
016140
016150*--------------------------------------------------------------*
016160* AUDIT DETAIL FOR A TRANSFER - BOTH LOCATIONS IN ONE FIELD SO  *
016170* A SINGLE AUDIT ROW TELLS THE WHOLE STORY.                     *
016180*--------------------------------------------------------------*
016190 01  RST-TRANSFER-DETAIL.
016200     05  RST-TRF-FROM              PIC X(06).
016210     05  FILLER                    PIC X(01) VALUE ">".
016220     05  RST-TRF-TO                PIC X(06).
016230
016240*--------------------------------------------------------------*
016250* ARCHIVE NAME FOR THE MONTH-END AUDIT ROLLOVER - THE DATE IN   *
016260* THE MIDDLE MAKES EACH ARCHIVE GENERATION SELF-DESCRIBING.     *
016270*--------------------------------------------------------------*
016280 01  RST-ARCHIVE-NAME.
016290     05  FILLER                    PIC X(09)
016300             VALUE "INVAUDIT.".
016310     05  RST-ARCH-DATE             PIC 9(08).
016320     05  FILLER                    PIC X(04) VALUE ".LOG".
016330
016340*--------------------------------------------------------------*
016350* ARCHIVE CATALOG - ONE DATED LINE PER ROLLOVER, SO READERS     *
016360* THAT NEED THE WHOLE TRAIL KNOW WHICH DATED ARCHIVES EXIST     *
016370* WITHOUT HAVING TO GUESS FILE NAMES.                           *
016380*--------------------------------------------------------------*
016390 01  RST-CATALOG-LINE.
016400     05  RST-CAT-DATE              PIC 9(08).
016410     05  FILLER                    PIC X(12) VALUE SPACES.
016420
016430 01  RST-CATALOG-INPUT           PIC X(20).
016440 01  RST-CATALOG-INPUT-PARTS REDEFINES RST-CATALOG-INPUT.
016450     05  RST-CATIN-DATE-X          PIC X(08).
016460     05  FILLER                    PIC X(12).
016470
016480*--------------------------------------------------------------*
016490* DATED ARCHIVE OF A CONSUMED SCANNER TRANSACTION FILE.         *
016500*--------------------------------------------------------------*
016510 01  RST-TRANARCH-NAME.
016520     05  FILLER                    PIC X(08)
016530             VALUE "INVTRAN.".
016540     05  RST-TRNA-DATE             PIC 9(08).
016550     05  FILLER                    PIC X(04) VALUE ".DAT".
016560
016570*--------------------------------------------------------------*
016580* DATED GL JOURNAL EXTRACT IN THE ACCOUNTING PACKAGE'S FIXED    *
016590* IMPORT LAYOUT - D DETAIL RECORDS (DATE, ACCOUNT, DR/CR,       *
016600* AMOUNT WITH IMPLIED DECIMAL, DESCRIPTION) AND ONE T TRAILER   *
016610* WITH THE DETAIL COUNT AND A HASH TOTAL OF THE AMOUNTS.        *
016620*--------------------------------------------------------------*
016630 01  RST-GL-NAME.
016640     05  FILLER                    PIC X(07)
016650             VALUE "GLJRNL.".
016660     05  RST-GLN-DATE              PIC 9(08).
016670     05  FILLER                    PIC X(04) VALUE ".DAT".
016680
016690 01  RST-GL-LINE.
016700     05  RST-GL-REC-TYPE           PIC X(01).
016710     05  RST-GL-DATE               PIC 9(08).
016720     05  RST-GL-ACCOUNT            PIC X(04).
016730     05  RST-GL-DRCR               PIC X(02).
016740     05  RST-GL-AMOUNT             PIC 9(11)V99.
016750     05  RST-GL-DESC               PIC X(20).
016760     05  FILLER                    PIC X(12) VALUE SPACES.
016770
016780 01  RST-GL-TRAILER.
016790     05  RST-GLT-REC-TYPE          PIC X(01) VALUE "T".
016800     05  RST-GLT-COUNT             PIC 9(06).
016810     05  RST-GLT-HASH              PIC 9(13)V99.
016820     05  FILLER                    PIC X(38) VALUE SPACES.
016830
016840*--------------------------------------------------------------*
016850* DAILY MOVEMENT SUMMARY TABLE - ONE ROW PER PRODUCT PER DAY,   *
016860* BUILT IN FILE ORDER SO THE PRINTOUT COMES OUT CHRONOLOGICAL.  *
016870*--------------------------------------------------------------*
016880 01  RST-MOVSUM-TABLE.
016890     05  RST-MOVSUM-COUNT          PIC 9(4) VALUE 0.
016900     05  RST-MOVSUM-ENTRY OCCURS 1000 TIMES.
016910         10  RST-MOV-DATE              PIC 9(08).
016920         10  RST-MOV-PRODUCT-ID        PIC X(10).
016930         10  RST-MOV-RECEIPTS          PIC 9(07).
016940         10  RST-MOV-ISSUES            PIC 9(07).
016950         10  RST-MOV-ADJUST            PIC S9(07).
016960
016970 01  RST-HISTORY-HEADING.
016980     05  FILLER                PIC X(40)
016990             VALUE "TRANSACTION HISTORY".
017000
017010 01  RST-MOVSUM-HEADING.
017020     05  FILLER                PIC X(40)
017030             VALUE "DAILY MOVEMENT SUMMARY".
017040
017050 01  RST-MOVSUM-COLUMN-HEADING.
017060     05  FILLER                PIC X(10) VALUE "DATE".
017070     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
017080     05  FILLER                PIC X(10) VALUE "RECEIPTS".
017090     05  FILLER                PIC X(10) VALUE "ISSUES".
017100     05  FILLER                PIC X(11) VALUE "ADJUSTMENTS".
017110
017120 01  RST-MOVSUM-DETAIL.
017130     05  RST-MSD-DATE              PIC 9(08).
017140     05  FILLER                PIC X(02) VALUE SPACES.
017150     05  RST-MSD-PRODUCT-ID        PIC X(12).
017160     05  RST-MSD-RECEIPTS          PIC ZZZZZZ9.
017170     05  FILLER                PIC X(03) VALUE SPACES.
017180     05  RST-MSD-ISSUES            PIC ZZZZZZ9.
017190     05  FILLER                PIC X(04) VALUE SPACES.
017200     05  RST-MSD-ADJUST            PIC ZZZZZZ9-.
017210
017220 01  RST-ENTRY-DAYS-EDIT         PIC X(03) JUSTIFIED RIGHT.
017230 01  RST-ENTRY-DAYS REDEFINES RST-ENTRY-DAYS-EDIT
017240                                 PIC 9(03).
017250
017260 01  RST-ENTRY-REQUESTED-BY      PIC X(20).
017270 01  RST-ENTRY-CUSTOMER-NAME     PIC X(20).
017280
017290 01  RST-ENTRY-EFF-DATE-EDIT     PIC X(08) JUSTIFIED RIGHT.
017300 01  RST-ENTRY-EFF-DATE REDEFINES RST-ENTRY-EFF-DATE-EDIT
017310                                 PIC 9(08).
017320
017330 01  RST-ENTRY-PASSWORD          PIC X(08).
017340 01  RST-ENTRY-OPR-ID            PIC X(08).
017350 01  RST-ENTRY-OPR-NAME          PIC X(20).
017360 01  RST-ENTRY-OPR-LEVEL         PIC X(01).
017370 01  RST-ENTRY-UOM               PIC X(03).
017380
017390 01  RST-ENTRY-CASE-EDIT         PIC X(03) JUSTIFIED RIGHT.
017400 01  RST-ENTRY-CASE-PACK REDEFINES RST-ENTRY-CASE-EDIT
017410                                 PIC 9(03).
017420
017430 01  RST-ENTRY-BUILD-EDIT        PIC X(05) JUSTIFIED RIGHT.
017440 01  RST-ENTRY-BUILD-QTY REDEFINES RST-ENTRY-BUILD-EDIT
017450                                 PIC 9(05).
017460
017470 01  RST-ENTRY-QTYPER-EDIT       PIC X(03) JUSTIFIED RIGHT.
017480 01  RST-ENTRY-QTY-PER REDEFINES RST-ENTRY-QTYPER-EDIT
017490                                 PIC 9(03).
017500
017510 01  RST-ENTRY-LOT-NO            PIC X(10).
017520
017530 01  RST-ENTRY-EXPIRY-EDIT       PIC X(08) JUSTIFIED RIGHT.
017540 01  RST-ENTRY-EXPIRY REDEFINES RST-ENTRY-EXPIRY-EDIT
017550                                 PIC 9(08).
017560
017570 01  RST-EXP-HEADING.
017580     05  FILLER                PIC X(40)
017590             VALUE "EXPIRING STOCK REPORT".
017600
017610 01  RST-EXP-COLUMN-HEADING.
017620     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
017630     05  FILLER                PIC X(12) VALUE "LOT NUMBER".
017640     05  FILLER                PIC X(10) VALUE "EXPIRY".
017650     05  FILLER                PIC X(08) VALUE "QTY".
017660     05  FILLER                PIC X(10) VALUE "STATUS".
017670
017680 01  RST-EXP-DETAIL.
017690     05  RST-EXD-PRODUCT-ID        PIC X(12).
017700     05  RST-EXD-LOT-NUMBER        PIC X(12).
017710     05  RST-EXD-EXPIRY            PIC 9(08).
017720     05  FILLER                PIC X(02) VALUE SPACES.
017730     05  RST-EXD-QTY               PIC ZZZZ9.
017740     05  FILLER                PIC X(03) VALUE SPACES.
017750     05  RST-EXD-STATUS            PIC X(10).
017760
017770 01  RST-CANB-HEADING.
017780     05  FILLER                PIC X(40)
017790             VALUE "KIT CAN-BUILD REPORT".
017800
017810 01  RST-CANB-COLUMN-HEADING.
017820     05  FILLER                PIC X(12) VALUE "KIT ID".
017830     05  FILLER                PIC X(32) VALUE "KIT NAME".
017840     05  FILLER                PIC X(09) VALUE "CAN BUILD".
017850
017860 01  RST-CANB-DETAIL.
017870     05  RST-CBD-PRODUCT-ID        PIC X(12).
017880     05  RST-CBD-PRODUCT-NAME      PIC X(32).
017890     05  RST-CBD-QTY               PIC ZZZZZZ9.
017900
017910 01  RST-ENTRY-ORDER-EDIT        PIC X(06) JUSTIFIED RIGHT.
017920 01  RST-ENTRY-ORDER-NUMBER REDEFINES RST-ENTRY-ORDER-EDIT
017930                                 PIC 9(06).
017940
017950 01  RST-ENTRY-ORD-LINE-EDIT     PIC X(03) JUSTIFIED RIGHT.
017960 01  RST-ENTRY-ORD-LINE REDEFINES RST-ENTRY-ORD-LINE-EDIT
017970                                 PIC 9(03).
017980
017990 01  RST-ENTRY-REASON-EDIT       PIC X(02) JUSTIFIED RIGHT.
018000 01  RST-ENTRY-REASON REDEFINES RST-ENTRY-REASON-EDIT
018010                                 PIC 9(02).
018020
018030 01  RST-ENTRY-DISPOSITION       PIC X(01).
018040
018050*--------------------------------------------------------------*
018060* CUSTOMER RETURN REASON CODES. THE TEXT TABLE IS LAID DOWN AS  *
018070* VALUES AND REDEFINED AS AN OCCURS SO THE CODE IS THE          *
018080* SUBSCRIPT; THE TALLY TABLE ALONGSIDE IT CARRIES THE RETURNS-  *
018090* BY-REASON TOTALS, SPLIT BY WHERE THE STOCK WENT.              *
018100*--------------------------------------------------------------*
018110 01  RST-RET-REASON-VALUES.
018120     05  FILLER                PIC X(20)
018130             VALUE "DAMAGED IN TRANSIT".
018140     05  FILLER                PIC X(20)
018150             VALUE "DEFECTIVE".
018160     05  FILLER                PIC X(20)
018170             VALUE "WRONG ITEM SENT".
018180     05  FILLER                PIC X(20)
018190             VALUE "NOT AS DESCRIBED".
018200     05  FILLER                PIC X(20)
018210             VALUE "ORDERED IN ERROR".
018220     05  FILLER                PIC X(20)
018230             VALUE "NO LONGER NEEDED".
018240 01  RST-RET-REASON-TABLE REDEFINES RST-RET-REASON-VALUES.
018250     05  RST-RET-REASON-TEXT OCCURS 6 TIMES
018260                                 PIC X(20).
018270
018280 01  RST-RET-TALLY-TABLE.
018290     05  RST-RET-TALLY-ENTRY OCCURS 6 TIMES.
018300         10  RST-RTT-LINES             PIC 9(05).
018310         10  RST-RTT-SELL-QTY          PIC 9(07).
018320         10  RST-RTT-QUAR-QTY          PIC 9(07).
018330         10  RST-RTT-VALUE             PIC 9(11)V99.
018340
018350 01  RST-RET-TOTALS.
018360     05  RST-RTX-LINES             PIC 9(05).
018370     05  RST-RTX-SELL-QTY          PIC 9(07).
018380     05  RST-RTX-QUAR-QTY          PIC 9(07).
018390     05  RST-RTX-VALUE             PIC 9(11)V99.
018400
018410*--------------------------------------------------------------*
018420* AUDIT DETAIL FOR A RETURN - ORDER/LINE, REASON CODE AND       *
018430* S(ELLABLE) OR Q(UARANTINE) IN ONE FOURTEEN-BYTE FIELD.        *
018440*--------------------------------------------------------------*
018450 01  RST-RETURN-DETAIL.
018460     05  RST-RTD-ORDER             PIC 9(06).
018470     05  FILLER                    PIC X(01) VALUE "/".
018480     05  RST-RTD-LINE              PIC 9(03).
018490     05  FILLER                    PIC X(01) VALUE SPACE.
018500     05  RST-RTD-REASON            PIC 9(02).
018510     05  RST-RTD-DISPOSITION       PIC X(01).
018520
018530 01  RST-RETREP-HEADING.
018540     05  FILLER                PIC X(40)
018550             VALUE "CUSTOMER RETURNS BY REASON".
018560
018570 01  RST-RETREP-COLUMN-HEADING.
018580     05  FILLER                PIC X(04) VALUE "CD".
018590     05  FILLER                PIC X(22) VALUE "REASON".
018600     05  FILLER                PIC X(07) VALUE "LINES".
018610     05  FILLER                PIC X(10) VALUE "SELLABLE".
018620     05  FILLER                PIC X(10) VALUE "QUARANTN".
018630     05  FILLER                PIC X(16) VALUE "VALUE AT COST".
018640
018650 01  RST-RETREP-DETAIL.
018660     05  RST-RRD-CODE              PIC X(02).
018670     05  FILLER                PIC X(02) VALUE SPACES.
018680     05  RST-RRD-REASON            PIC X(20).
018690     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  RST-RRD-LINES             PIC ZZZZ9.
018710     05  FILLER                PIC X(02) VALUE SPACES.
018720     05  RST-RRD-SELL-QTY          PIC ZZZZZZ9.
018730     05  FILLER                PIC X(03) VALUE SPACES.
018740     05  RST-RRD-QUAR-QTY          PIC ZZZZZZ9.
018750     05  FILLER                PIC X(03) VALUE SPACES.
018760     05  RST-RRD-VALUE             PIC $$,$$$,$$9.99.
018770
018780*--------------------------------------------------------------*
018790* SUPPLIER INVOICE INPUT - ONE LINE PER PO LINE BILLED, IN THE *
018800* FIXED COLUMNS AP KEYS THEM IN: INVOICE NUMBER (10), SUPPLIER *
018810* (6), PO NUMBER (6), PO LINE (3), INVOICED QUANTITY (5), UNIT *
018820* PRICE WITH IMPLIED DECIMAL (9), INVOICE DATE YYYYMMDD (8).   *
018830* THE NUMERIC COLUMNS ARE REDEFINED SO A BAD LINE IS CAUGHT BY *
018840* AN IS NUMERIC TEST BEFORE IT REACHES THE MATCH.              *
018850*--------------------------------------------------------------*
018860 01  RST-INVIN-INPUT.
018870     05  RST-INVIN-INVOICE-NO      PIC X(10).
018880     05  RST-INVIN-SUPPLIER        PIC X(06).
018890     05  RST-INVIN-PO-EDIT         PIC X(06).
018900     05  RST-INVIN-PO-NUMBER REDEFINES RST-INVIN-PO-EDIT
018910                                   PIC 9(06).
018920     05  RST-INVIN-LINE-EDIT       PIC X(03).
018930     05  RST-INVIN-PO-LINE REDEFINES RST-INVIN-LINE-EDIT
018940                                   PIC 9(03).
018950     05  RST-INVIN-QTY-EDIT        PIC X(05).
018960     05  RST-INVIN-QTY REDEFINES RST-INVIN-QTY-EDIT
018970                                   PIC 9(05).
018980     05  RST-INVIN-PRICE-EDIT      PIC X(09).
018990     05  RST-INVIN-UNIT-PRICE REDEFINES RST-INVIN-PRICE-EDIT
019000                                   PIC 9(07)V99.
019010     05  RST-INVIN-DATE-EDIT       PIC X(08).
019020     05  RST-INVIN-DATE REDEFINES RST-INVIN-DATE-EDIT
019030                                   PIC 9(08).
019040     05  FILLER                    PIC X(33).
019050
019060 01  RST-ENTRY-INVOICE-NO        PIC X(10).
019070*--------------------------------------------------------------*
019080* DATED ARCHIVE OF A CONSUMED INVOICE FILE, AND THE DATED AP   *
019090* EXTRACT - D DETAIL RECORDS (DATE, SUPPLIER, INVOICE, PO AND  *
019100* LINE, PRODUCT, QUANTITY, UNIT PRICE AND AMOUNT WITH IMPLIED  *
019110* DECIMALS) AND ONE T TRAILER WITH THE DETAIL COUNT AND A HASH *
019120* TOTAL OF THE AMOUNTS, THE SAME CONTROL THE GL EXTRACT USES.  *
019130*--------------------------------------------------------------*
019140 01  RST-INVARCH-NAME.
019150     05  FILLER                    PIC X(06)
019160             VALUE "APINV.".
019170     05  RST-INVA-DATE             PIC 9(08).
019180     05  FILLER                    PIC X(04) VALUE ".DAT".
019190
019200 01  RST-AP-NAME.
019210     05  FILLER                    PIC X(06)
019220             VALUE "APXTR.".
019230     05  RST-APN-DATE              PIC 9(08).
019240     05  FILLER                    PIC X(04) VALUE ".DAT".
019250
019260 01  RST-AP-LINE.
019270     05  RST-AP-REC-TYPE           PIC X(01).
019280     05  RST-AP-DATE               PIC 9(08).
019290     05  RST-AP-SUPPLIER           PIC X(06).
019300     05  RST-AP-INVOICE-NO         PIC X(10).
019310     05  RST-AP-PO-NUMBER          PIC 9(06).
019320     05  RST-AP-PO-LINE            PIC 9(03).
019330     05  RST-AP-PRODUCT-ID         PIC X(10).
019340     05  RST-AP-QTY                PIC 9(05).
019350     05  RST-AP-UNIT-PRICE         PIC 9(07)V99.
019360     05  RST-AP-AMOUNT             PIC 9(10)V99.
019370     05  FILLER                    PIC X(10) VALUE SPACES.
019380
019390 01  RST-AP-TRAILER.
019400     05  RST-APT-REC-TYPE          PIC X(01) VALUE "T".
019410     05  RST-APT-COUNT             PIC 9(06).
019420     05  RST-APT-HASH              PIC 9(13)V99.
019430     05  FILLER                    PIC X(58) VALUE SPACES.
019440
019450*--------------------------------------------------------------*
019460* DATED AVAILABLE-TO-SELL FEED FOR THE WEB SHOP - ONE H HEADER  *
019470* (FEED DATE, FEED SEQUENCE NUMBER AND MODE D=DELTA/F=FULL),    *
019480* D DETAIL RECORDS (PRODUCT, SELLABLE QUANTITY, PRICE WITH      *
019490* IMPLIED DECIMALS AND STOCK STATUS I=IN STOCK, L=LOW, O=OUT,   *
019500* D=DISCONTINUED OR DROPPED FROM THE MASTER) AND ONE T TRAILER  *
019510* WITH THE DETAIL COUNT AND HASH TOTALS OF THE QUANTITIES AND   *
019520* PRICES.                                                       *
019530*--------------------------------------------------------------*
019540 01  RST-ATS-NAME.
019550     05  FILLER                    PIC X(08)
019560             VALUE "ATSFEED.".
019570     05  RST-ATSN-DATE             PIC 9(08).
019580     05  FILLER                    PIC X(04) VALUE ".DAT".
019590
019600 01  RST-ATS-HEADER.
019610     05  RST-ATH-REC-TYPE          PIC X(01) VALUE "H".
019620     05  RST-ATH-DATE              PIC 9(08).
019630     05  RST-ATH-FEED-SEQ          PIC 9(06).
019640     05  RST-ATH-MODE              PIC X(01).
019650     05  FILLER                    PIC X(44) VALUE SPACES.
019660
019670 01  RST-ATS-LINE.
019680     05  RST-ATL-REC-TYPE          PIC X(01) VALUE "D".
019690     05  RST-ATL-PRODUCT-ID        PIC X(10).
019700     05  RST-ATL-QTY               PIC 9(07).
019710     05  RST-ATL-PRICE             PIC 9(07)V99.
019720     05  RST-ATL-FLAG              PIC X(01).
019730     05  FILLER                    PIC X(32) VALUE SPACES.
019740
019750 01  RST-ATS-TRAILER.
019760     05  RST-ATT-REC-TYPE          PIC X(01) VALUE "T".
019770     05  RST-ATT-COUNT             PIC 9(06).
019780     05  RST-ATT-QTY-HASH          PIC 9(11).
019790     05  RST-ATT-PRICE-HASH        PIC 9(13)V99.
019800     05  FILLER                    PIC X(27) VALUE SPACES.
019810
019820 01  RST-APM-HEADING.
019830     05  FILLER                PIC X(40)
019840             VALUE "SUPPLIER INVOICE MATCH - EXCEPTIONS".
019850
019860 01  RST-APM-COLUMN-HEADING.
019870     05  FILLER                PIC X(12) VALUE "INVOICE".
019880     05  FILLER                PIC X(12) VALUE "PO/LINE".
019890     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
019900     05  FILLER                PIC X(07) VALUE "INV QTY".
019910     05  FILLER                PIC X(07) VALUE "RECD".
019920     05  FILLER                PIC X(14) VALUE "INV PRICE".
019930     05  FILLER                PIC X(14) VALUE "RECD COST".
019940     05  FILLER                PIC X(24) VALUE "REASON".
019950
019960 01  RST-APM-DETAIL.
019970     05  RST-AMD-INVOICE-NO        PIC X(10).
019980     05  FILLER                PIC X(02) VALUE SPACES.
019990     05  RST-AMD-PO-NUMBER         PIC X(06).
020000     05  FILLER                PIC X(01) VALUE "/".
020010     05  RST-AMD-PO-LINE           PIC X(03).
020020     05  FILLER                PIC X(02) VALUE SPACES.
020030     05  RST-AMD-PRODUCT-ID        PIC X(10).
020040     05  FILLER                PIC X(02) VALUE SPACES.
020050     05  RST-AMD-INV-QTY           PIC ZZZZ9.
020060     05  FILLER                PIC X(02) VALUE SPACES.
020070     05  RST-AMD-RECD-QTY          PIC ZZZZ9.
020080     05  FILLER                PIC X(02) VALUE SPACES.
020090     05  RST-AMD-INV-PRICE         PIC Z,ZZZ,ZZ9.99.
020100     05  FILLER                PIC X(02) VALUE SPACES.
020110     05  RST-AMD-RECD-COST         PIC Z,ZZZ,ZZ9.99.
020120     05  FILLER                PIC X(02) VALUE SPACES.
020130     05  RST-AMD-REASON            PIC X(24).
020140
020150 01  RST-APM-CONTROL-LINE.
020160     05  FILLER                PIC X(20)
020170             VALUE "INVOICE LINES READ: ".
020180     05  RST-AMC-READ              PIC ZZZZ9.
020190     05  FILLER                PIC X(11) VALUE "  MATCHED: ".
020200     05  RST-AMC-MATCHED           PIC ZZZZ9.
020210     05  FILLER                PIC X(08) VALUE "  HELD: ".
020220     05  RST-AMC-HELD              PIC ZZZZ9.
020230     05  FILLER                PIC X(12) VALUE "  REJECTED: ".
020240     05  RST-AMC-REJECTED          PIC ZZZZ9.
020250     05  FILLER                PIC X(12) VALUE "  RELEASED: ".
020260     05  RST-AMC-RELEASED          PIC ZZZZ9.
020270*--------------------------------------------------------------*
020280* BIN MASTER ENTRY FIELDS AND THE PICK-FACE REPLENISHMENT      *
020290* TASK LIST - ONE LINE PER RESERVE BIN TO PULL FROM, OR A      *
020300* NONE LINE FOR WHATEVER THE RESERVE BINS CANNOT COVER.        *
020310*--------------------------------------------------------------*
020320 01  RST-ENTRY-BIN-ZONE          PIC X(04).
020330 01  RST-ENTRY-BIN-TYPE          PIC X(01).
020340
020350 01  RST-ENTRY-CAPACITY-EDIT     PIC X(05) JUSTIFIED RIGHT.
020360 01  RST-ENTRY-CAPACITY REDEFINES RST-ENTRY-CAPACITY-EDIT
020370                                 PIC 9(05).
020380
020390 01  RST-ENTRY-BIN-MIN-EDIT      PIC X(05) JUSTIFIED RIGHT.
020400 01  RST-ENTRY-BIN-MIN-QTY REDEFINES RST-ENTRY-BIN-MIN-EDIT
020410                                 PIC 9(05).
020420
020430 01  RST-REPL-HEADING.
020440     05  FILLER                PIC X(31)
020450             VALUE "PICK-FACE REPLENISHMENT TASKS ".
020460     05  RST-RPH-DATE              PIC 9(08).
020470
020480 01  RST-REPL-COLUMN-HEADING.
020490     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
020500     05  FILLER                PIC X(10) VALUE "PICK BIN".
020510     05  FILLER                PIC X(10) VALUE "FACE QTY".
020520     05  FILLER                PIC X(09) VALUE "MINIMUM".
020530     05  FILLER                PIC X(10) VALUE "FROM BIN".
020540     05  FILLER                PIC X(10) VALUE "MOVE QTY".
020550     05  FILLER                PIC X(20) VALUE "NOTE".
020560
020570 01  RST-REPL-DETAIL.
020580     05  RST-RPD-PRODUCT-ID        PIC X(12).
020590     05  RST-RPD-FACE-BIN          PIC X(06).
020600     05  FILLER                PIC X(04) VALUE SPACES.
020610     05  RST-RPD-FACE-QTY          PIC ZZZZ9.
020620     05  FILLER                PIC X(05) VALUE SPACES.
020630     05  RST-RPD-MINIMUM           PIC ZZZZ9.
020640     05  FILLER                PIC X(04) VALUE SPACES.
020650     05  RST-RPD-FROM-BIN          PIC X(06).
020660     05  FILLER                PIC X(04) VALUE SPACES.
020670     05  RST-RPD-MOVE-QTY          PIC ZZZZ9.
020680     05  FILLER                PIC X(05) VALUE SPACES.
020690     05  RST-RPD-NOTE              PIC X(20).
020700*--------------------------------------------------------------*
020710* AUDIT DETAIL FOR A REFUSED MENU OPTION - NAMES THE OPTION SO  *
020720* THE TRAIL SHOWS WHAT WAS ATTEMPTED, NOT JUST THAT SOMETHING   *
020730* WAS.                                                          *
020740*--------------------------------------------------------------*
020750 01  RST-AUTH-DETAIL.
020760     05  FILLER                    PIC X(07) VALUE "OPTION ".
020770     05  RST-AUD-OPTION            PIC 9(02).
020780
020790*--------------------------------------------------------------*
020800* CUSTOMER ORDER PICK LIST TABLE - ONE ROW PER LOCATION TAKEN   *
020810* FOR AN ORDER, INSERTED IN LOCATION-CODE ORDER AS IT IS BUILT  *
020820* (THE SAME INSERTION THE BACKORDER REPORT USES) SO THE PRINTED *
020830* LIST WALKS THE BINS IN SEQUENCE INSTEAD OF ORDER-LINE ORDER.  *
020840* STOCK ON HAND WITH NO LOCATION ROW PICKS AS LOCATION NO-LOC.  *
020850*--------------------------------------------------------------*
020860 01  RST-PICK-TABLE.
020870     05  RST-PICK-COUNT            PIC 9(4) VALUE 0.
020880     05  RST-PICK-ENTRY OCCURS 500 TIMES.
020890         10  RST-PIK-LOCATION          PIC X(06).
020900         10  RST-PIK-PRODUCT-ID        PIC X(10).
020910         10  RST-PIK-PRODUCT-NAME      PIC X(30).
020920         10  RST-PIK-QTY               PIC 9(05).
020930
020940 01  RST-ORDPICK-HEADING.
020950     05  FILLER                PIC X(40)
020960             VALUE "WAREHOUSE PICK LIST (BIN SEQUENCE)".
020970
020980 01  RST-ORDPICK-ORDER-LINE.
020990     05  FILLER                PIC X(07) VALUE "ORDER #".
021000     05  RST-OPH-ORDER-NO          PIC 9(06).
021010     05  FILLER                PIC X(11) VALUE "  CUSTOMER ".
021020     05  RST-OPH-CUSTOMER          PIC X(20).
021030
021040 01  RST-ORDPICK-COLUMN-HEADING.
021050     05  FILLER                PIC X(08) VALUE "LOCATN".
021060     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
021070     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
021080     05  FILLER                PIC X(08) VALUE "PICK QTY".
021090
021100 01  RST-ORDPICK-DETAIL.
021110     05  RST-OPD-LOCATION          PIC X(06).
021120     05  FILLER                PIC X(02) VALUE SPACES.
021130     05  RST-OPD-PRODUCT-ID        PIC X(12).
021140     05  RST-OPD-PRODUCT-NAME      PIC X(32).
021150     05  RST-OPD-QTY               PIC ZZZZ9.
021160
021170*--------------------------------------------------------------*
021180* PACKING SLIP - ONE LINE PER ORDER LINE SHIPPED BY A SHIP     *
021190* CONFIRMATION, IN ORDER-LINE SEQUENCE, SHOWING WHAT WAS       *
021200* ORDERED, WHAT ACTUALLY WENT IN THE BOX AND WHAT FOLLOWS ON   *
021210* BACKORDER.                                                   *
021220*--------------------------------------------------------------*
021230 01  RST-PACK-TABLE.
021240     05  RST-PACK-COUNT            PIC 9(4) VALUE 0.
021250     05  RST-PACK-ENTRY OCCURS 999 TIMES.
021260         10  RST-PAK-LINE              PIC 9(03).
021270         10  RST-PAK-PRODUCT-ID        PIC X(10).
021280         10  RST-PAK-PRODUCT-NAME      PIC X(30).
021290         10  RST-PAK-ORDERED           PIC 9(05).
021300         10  RST-PAK-SHIPPED           PIC 9(05).
021310         10  RST-PAK-SHORT             PIC 9(05).
021320
021330 01  RST-PACKSLIP-HEADING.
021340     05  FILLER                PIC X(22)
021350             VALUE "PACKING SLIP  SHIPPED ".
021360     05  RST-PSH-DATE              PIC 9(08).
021370
021380 01  RST-PACKSLIP-COLUMN-HEADING.
021390     05  FILLER                PIC X(06) VALUE "LINE".
021400     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
021410     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
021420     05  FILLER                PIC X(09) VALUE "ORDERED".
021430     05  FILLER                PIC X(09) VALUE "SHIPPED".
021440     05  FILLER                PIC X(09) VALUE "BACKORDER".
021450
021460 01  RST-PACKSLIP-DETAIL.
021470     05  RST-PSD-LINE              PIC ZZ9.
021480     05  FILLER                PIC X(03) VALUE SPACES.
021490     05  RST-PSD-PRODUCT-ID        PIC X(12).
021500     05  RST-PSD-PRODUCT-NAME      PIC X(32).
021510     05  RST-PSD-ORDERED           PIC ZZZZ9.
021520     05  FILLER                PIC X(04) VALUE SPACES.
021530     05  RST-PSD-SHIPPED           PIC ZZZZ9.
021540     05  FILLER                PIC X(04) VALUE SPACES.
021550     05  RST-PSD-SHORT             PIC ZZZZ9.
021560
021570 01  RST-PACKSLIP-TOTAL-LINE.
021580     05  FILLER                PIC X(50)
021590             VALUE "TOTAL UNITS SHIPPED".
021600     05  FILLER                PIC X(09) VALUE SPACES.
021610     05  RST-PST-UNITS             PIC ZZZZZZ9.
021620
021630*--------------------------------------------------------------*
021640* REORDER PLANNING - ISSUE QUANTITY PER PRODUCT PER WEEK OF    *
021650* THE PLANNING WINDOW (PARALLEL TO THE PRODUCT TABLE BY        *
021660* SUBSCRIPT), THE SERVICE-LEVEL TARGET FOR EACH ABC CLASS WITH *
021670* ITS SAFETY FACTOR (STANDARD DEVIATIONS OF LEAD-TIME DEMAND   *
021680* TO HOLD IN STOCK), AND THE RECOMMENDATION REPORT LINES.      *
021690*--------------------------------------------------------------*
021700 01  RST-PLAN-USAGE-TABLE.
021710     05  RST-PLAN-ROW OCCURS 5000 TIMES.
021720         10  RST-PLAN-WEEK-QTY         PIC 9(07) OCCURS 13 TIMES.
021730
021740 01  RST-PLAN-SERVICE-VALUES.
021750     05  FILLER                PIC X(06) VALUE "A98205".
021760     05  FILLER                PIC X(06) VALUE "B95165".
021770     05  FILLER                PIC X(06) VALUE "C90128".
021780 01  RST-PLAN-SERVICE-TABLE REDEFINES RST-PLAN-SERVICE-VALUES.
021790     05  RST-PLAN-SERVICE-ROW OCCURS 3 TIMES.
021800         10  RST-PLAN-SVC-CLASS        PIC X(01).
021810         10  RST-PLAN-SVC-PCT          PIC 9(02).
021820         10  RST-PLAN-SVC-FACTOR       PIC 9V99.
021830
021840 01  RST-PLAN-HEADING.
021850     05  FILLER                PIC X(34)
021860             VALUE "REORDER PLANNING RECOMMENDATIONS ".
021870     05  RST-PLH-DATE              PIC 9(08).
021880     05  FILLER                PIC X(16)
021890             VALUE "  ISSUES SINCE ".
021900     05  RST-PLH-FROM-DATE         PIC 9(08).
021910
021920 01  RST-PLAN-LEGEND-LINE.
021930     05  FILLER                PIC X(60) VALUE
021940         "LEAD: A=ACTUAL FROM PO RECEIPTS, P=PROMISED, D=DEFAULT".
021950
021960 01  RST-PLAN-COLUMN-HEADING.
021970     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
021980     05  FILLER                PIC X(03) VALUE "CL".
021990     05  FILLER                PIC X(08) VALUE "SUPPLR".
022000     05  FILLER                PIC X(09) VALUE "AVG/DAY".
022010     05  FILLER                PIC X(10) VALUE "STD DEV".
022020     05  FILLER                PIC X(07) VALUE "LEAD".
022030     05  FILLER                PIC X(06) VALUE "SVC%".
022040     05  FILLER                PIC X(09) VALUE "CUR ROP".
022050     05  FILLER                PIC X(09) VALUE "NEW ROP".
022060     05  FILLER                PIC X(09) VALUE "CUR ORD".
022070     05  FILLER                PIC X(08) VALUE "NEW ORD".
022080     05  FILLER                PIC X(05) VALUE "ST".
022090
022100 01  RST-PLAN-DETAIL.
022110     05  RST-PLD-PRODUCT-ID        PIC X(12).
022120     05  RST-PLD-CLASS             PIC X(01).
022130     05  FILLER                PIC X(02) VALUE SPACES.
022140     05  RST-PLD-SUPPLIER          PIC X(06).
022150     05  FILLER                PIC X(02) VALUE SPACES.
022160     05  RST-PLD-DAILY-USAGE       PIC ZZZZ9.99.
022170     05  FILLER                PIC X(01) VALUE SPACES.
022180     05  RST-PLD-DAILY-SIGMA       PIC ZZZZ9.99.
022190     05  FILLER                PIC X(02) VALUE SPACES.
022200     05  RST-PLD-LEAD-DAYS         PIC ZZ9.
022210     05  RST-PLD-LEAD-SOURCE       PIC X(01).
022220     05  FILLER                PIC X(03) VALUE SPACES.
022230     05  RST-PLD-SERVICE-PCT       PIC Z9.
022240     05  FILLER                PIC X(04) VALUE SPACES.
022250     05  RST-PLD-CUR-REORDER       PIC ZZZZ9.
022260     05  FILLER                PIC X(04) VALUE SPACES.
022270     05  RST-PLD-NEW-REORDER       PIC ZZZZ9.
022280     05  FILLER                PIC X(04) VALUE SPACES.
022290     05  RST-PLD-CUR-ORDER-QTY     PIC ZZZZ9.
022300     05  FILLER                PIC X(04) VALUE SPACES.
022310     05  RST-PLD-NEW-ORDER-QTY     PIC ZZZZ9.
022320     05  FILLER                PIC X(03) VALUE SPACES.
022330     05  RST-PLD-STATE             PIC X(01).
022340
022350 01  RST-PLAN-TOTAL-LINE.
022360     05  FILLER                PIC X(17)
022370             VALUE "PRODUCTS PLANNED ".
022380     05  RST-PLT-PLANNED           PIC ZZZ9.
022390     05  FILLER                PIC X(20)
022400             VALUE "   CHANGES PROPOSED ".
022410     05  RST-PLT-CHANGED           PIC ZZZ9.
022420
022430*--------------------------------------------------------------*
022440* PRODUCT MASTER LOAD - THE MAINTENANCE RECORD (TYPE A=ADD,     *
022450* C=CHANGE, D=DISCONTINUE; ON A CHANGE A BLANK FIELD LEAVES THE *
022460* MASTER AS IT IS, AND THE LIST PRICE IS READ ONLY ON AN ADD),  *
022470* ITS DATED ARCHIVE, AND THE EDIT REPORT LINES.                 *
022480*--------------------------------------------------------------*
022490 01  RST-MLI-INPUT.
022500     05  RST-MLI-TYPE              PIC X(01).
022510     05  RST-MLI-PRODUCT-ID        PIC X(10).
022520     05  RST-MLI-FIELDS.
022530         10  RST-MLI-NAME              PIC X(30).
022540         10  RST-MLI-REORDER-EDIT      PIC X(05).
022550         10  RST-MLI-REORDER REDEFINES RST-MLI-REORDER-EDIT
022560                                       PIC 9(05).
022570         10  RST-MLI-LOCATION          PIC X(06).
022580         10  RST-MLI-SUPPLIER          PIC X(06).
022590         10  RST-MLI-MIN-ORDER-EDIT    PIC X(05).
022600         10  RST-MLI-MIN-ORDER REDEFINES RST-MLI-MIN-ORDER-EDIT
022610                                       PIC 9(05).
022620         10  RST-MLI-UOM               PIC X(03).
022630         10  RST-MLI-CASE-EDIT         PIC X(03).
022640         10  RST-MLI-CASE-PACK REDEFINES RST-MLI-CASE-EDIT
022650                                       PIC 9(03).
022660         10  RST-MLI-LOT-FLAG          PIC X(01).
022670     05  RST-MLI-PRICE-EDIT        PIC X(09).
022680     05  RST-MLI-PRICE REDEFINES RST-MLI-PRICE-EDIT
022690                                   PIC 9(07)V99.
022700     05  FILLER                    PIC X(01).
022710
022720 01  RST-MLDARCH-NAME.
022730     05  FILLER                    PIC X(09)
022740             VALUE "INVMLOAD.".
022750     05  RST-MLDA-DATE             PIC 9(08).
022760     05  FILLER                    PIC X(04) VALUE ".DAT".
022770
022780 01  RST-MLD-HEADING.
022790     05  FILLER                PIC X(36)
022800             VALUE "PRODUCT MASTER LOAD - EDIT REPORT - ".
022810     05  RST-MLH-MODE              PIC X(30).
022820
022830 01  RST-MLD-COLUMN-HEADING.
022840     05  FILLER                PIC X(08) VALUE "REC NO".
022850     05  FILLER                PIC X(13) VALUE "TYPE".
022860     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
022870     05  FILLER                PIC X(10) VALUE "RESULT".
022880     05  FILLER                PIC X(40) VALUE "REASON".
022890
022900 01  RST-MLD-DETAIL.
022910     05  RST-MLR-SEQ               PIC ZZZZ9.
022920     05  FILLER                PIC X(03) VALUE SPACES.
022930     05  RST-MLR-TYPE              PIC X(11).
022940     05  FILLER                PIC X(02) VALUE SPACES.
022950     05  RST-MLR-PRODUCT-ID        PIC X(10).
022960     05  FILLER                PIC X(02) VALUE SPACES.
022970     05  RST-MLR-RESULT            PIC X(08).
022980     05  FILLER                PIC X(02) VALUE SPACES.
022990     05  RST-MLR-REASON            PIC X(40).
023000
023010 01  RST-MLD-FIELD-LINE.
023020     05  FILLER                PIC X(10) VALUE SPACES.
023030     05  RST-MLF-FIELD             PIC X(15).
023040     05  RST-MLF-BEFORE            PIC X(30).
023050     05  FILLER                PIC X(04) VALUE " -> ".
023060     05  RST-MLF-AFTER             PIC X(30).
023070
023080 01  RST-MLD-CONTROL-LINE.
023090     05  FILLER                PIC X(14)
023100             VALUE "RECORDS READ: ".
023110     05  RST-MLC-READ              PIC ZZZZ9.
023120     05  FILLER                PIC X(12) VALUE "  ACCEPTED: ".
023130     05  RST-MLC-ACCEPTED          PIC ZZZZ9.
023140     05  FILLER                PIC X(12) VALUE "  REJECTED: ".
023150     05  RST-MLC-REJECTED          PIC ZZZZ9.
023160     05  FILLER                PIC X(08) VALUE "  ADDS: ".
023170     05  RST-MLC-ADDED             PIC ZZZZ9.
023180     05  FILLER                PIC X(11) VALUE "  CHANGES: ".
023190     05  RST-MLC-CHANGED           PIC ZZZZ9.
023200     05  FILLER                PIC X(16)
023210             VALUE "  DISCONTINUES: ".
023220     05  RST-MLC-DISCONTINUED      PIC ZZZZ9.
023230
023240*--------------------------------------------------------------*
023250* LANDED COST - THE RECEIVED LINES OF THE PO A CHARGE IS BEING  *
023260* SPREAD OVER, AND THE ALLOCATION REPORT LINES. EACH LINE'S     *
023270* SHARE IS ITS BASIS (RECEIVED VALUE, RECEIVED QUANTITY OR      *
023280* KEYED WEIGHT) OVER THE TOTAL BASIS, THE LAST LINE TAKING      *
023290* WHATEVER ROUNDING HAS LEFT.                                   *
023300*--------------------------------------------------------------*
023310 01  RST-LANDED-TABLE.
023320     05  RST-LND-COUNT             PIC 9(4) VALUE 0.
023330     05  RST-LND-ENTRY OCCURS 999 TIMES.
023340         10  RST-LNE-PO-LINE           PIC 9(03).
023350         10  RST-LNE-PRODUCT-ID        PIC X(10).
023360         10  RST-LNE-RECD-QTY          PIC 9(05).
023370         10  RST-LNE-RECD-VALUE        PIC 9(10)V99.
023380         10  RST-LNE-BASIS-AMT         PIC 9(10)V99.
023390         10  RST-LNE-SHARE             PIC 9(07)V99.
023400
023410 01  RST-LND-AUDIT-DETAIL.
023420     05  FILLER                    PIC X(07) VALUE "CHARGE ".
023430     05  RST-LNA-CHARGE-NO         PIC 9(06).
023440     05  FILLER                    PIC X(01) VALUE SPACE.
023450
023460 01  RST-LND-HEADING.
023470     05  FILLER                PIC X(31)
023480             VALUE "LANDED COST ALLOCATION  CHARGE ".
023490     05  RST-LNH-CHARGE-NO         PIC 9(06).
023500     05  FILLER                PIC X(05) VALUE "  PO ".
023510     05  RST-LNH-PO-NUMBER         PIC 9(06).
023520     05  FILLER                PIC X(02) VALUE SPACES.
023530     05  RST-LNH-TYPE              PIC X(09).
023540     05  FILLER                PIC X(05) VALUE "  BY ".
023550     05  RST-LNH-BASIS             PIC X(08).
023560     05  FILLER                PIC X(09) VALUE "  AMOUNT ".
023570     05  RST-LNH-AMOUNT            PIC Z,ZZZ,ZZ9.99.
023580     05  FILLER                PIC X(07) VALUE "  DATE ".
023590     05  RST-LNH-DATE              PIC 9(08).
023600
023610 01  RST-LND-COLUMN-HEADING.
023620     05  FILLER                PIC X(07) VALUE "  LINE".
023630     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
023640     05  FILLER                PIC X(07) VALUE "RECD".
023650     05  FILLER                PIC X(07) VALUE "ON HAND".
023660     05  FILLER                PIC X(16) VALUE "           BASIS".
023670     05  FILLER                PIC X(14) VALUE "         SHARE".
023680     05  FILLER                PIC X(14) VALUE "  ADDED / UNIT".
023690     05  FILLER                PIC X(14) VALUE "      TO STOCK".
023700     05  FILLER                PIC X(14) VALUE "       TO COGS".
023710
023720 01  RST-LND-DETAIL.
023730     05  FILLER                PIC X(03) VALUE SPACES.
023740     05  RST-LND-D-LINE            PIC ZZ9.
023750     05  FILLER                PIC X(01) VALUE SPACES.
023760     05  RST-LND-D-PRODUCT-ID      PIC X(10).
023770     05  FILLER                PIC X(02) VALUE SPACES.
023780     05  RST-LND-D-RECD            PIC ZZZZ9.
023790     05  FILLER                PIC X(02) VALUE SPACES.
023800     05  RST-LND-D-ONHAND          PIC ZZZZ9.
023810     05  FILLER                PIC X(02) VALUE SPACES.
023820     05  RST-LND-D-BASIS           PIC Z,ZZZ,ZZZ,ZZ9.99.
023830     05  FILLER                PIC X(02) VALUE SPACES.
023840     05  RST-LND-D-SHARE           PIC Z,ZZZ,ZZ9.99.
023850     05  FILLER                PIC X(02) VALUE SPACES.
023860     05  RST-LND-D-UNIT-ADD        PIC Z,ZZZ,ZZ9.99.
023870     05  FILLER                PIC X(02) VALUE SPACES.
023880     05  RST-LND-D-STOCK           PIC Z,ZZZ,ZZ9.99.
023890     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  RST-LND-D-COGS            PIC Z,ZZZ,ZZ9.99.
023910
023920 01  RST-LND-TOTAL-LINE.
023930     05  FILLER                PIC X(78)
023940             VALUE "  CHARGE TOTALS".
023950     05  RST-LNT-STOCK             PIC ZZ,ZZZ,ZZ9.99.
023960     05  FILLER                PIC X(01) VALUE SPACES.
023970     05  RST-LNT-COGS              PIC ZZ,ZZZ,ZZ9.99.
023980
023990*--------------------------------------------------------------*
024000* BATCH STEP RESULTS - ONE ROW PER STEP OF THE NIGHTLY RUN      *
024010* WITH ITS WORST SEVERITY (I=INFO, W=WARNING, E=ERROR) AND      *
024020* WHAT CAUSED IT, FOR THE EXCEPTION SUMMARY AND THE             *
024030* RUN-CONTROL RECORD.                                           *
024040*--------------------------------------------------------------*
024050 01  RST-STEP-TABLE.
024060     05  RST-STEP-COUNT            PIC 9(2) VALUE 0.
024070     05  RST-STEP-ENTRY OCCURS 20 TIMES.
024080         10  RST-STP-NAME              PIC X(20).
024090         10  RST-STP-SEVERITY          PIC X(01).
024100         10  RST-STP-TEXT              PIC X(40).
024110
024120 01  RST-STP-COUNT-TEXT.
024130     05  RST-STC-LABEL             PIC X(34).
024140     05  RST-STC-COUNT             PIC ZZZZ9.
024150     05  FILLER                    PIC X(01) VALUE SPACE.
024160
024170 01  RST-EXC-HEADING.
024180     05  FILLER                PIC X(34)
024190             VALUE "BATCH EXCEPTION SUMMARY  RUN DATE ".
024200     05  RST-EXH-DATE              PIC 9(08).
024210     05  FILLER                PIC X(17)
024220             VALUE "  CONDITION CODE ".
024230     05  RST-EXH-COND-CODE         PIC 9(02).
024240
024250 01  RST-EXC-COLUMN-HEADING.
024260     05  FILLER                PIC X(22) VALUE "STEP".
024270     05  FILLER                PIC X(10) VALUE "SEVERITY".
024280     05  FILLER                PIC X(40) VALUE "RESULT".
024290
024300 01  RST-EXC-DETAIL.
024310     05  RST-EXD-STEP              PIC X(20).
024320     05  FILLER                PIC X(02) VALUE SPACES.
024330     05  RST-EXD-SEVERITY          PIC X(07).
024340     05  FILLER                PIC X(03) VALUE SPACES.
024350     05  RST-EXD-TEXT              PIC X(40).
024360
024370 01  RST-EXC-TOTAL-LINE.
024380     05  FILLER                PIC X(07) VALUE "ERRORS ".
024390     05  RST-EXT-ERRORS            PIC Z9.
024400     05  FILLER                PIC X(11) VALUE "  WARNINGS ".
024410     05  RST-EXT-WARNINGS          PIC Z9.
024420     05  FILLER                PIC X(08) VALUE "  STEPS ".
024430     05  RST-EXT-STEPS             PIC Z9.
024440
024450 01  RST-EXC-END-LINE.
024460     05  FILLER                PIC X(40)
024470             VALUE "*** END OF BATCH EXCEPTION SUMMARY ***".
024480
024490 01  RST-EXC-REFUSED-LINE.
024500     05  FILLER                PIC X(19)
024510             VALUE "BATCH REFUSED DATE ".
024520     05  RST-EXR-DATE              PIC 9(08).
024530     05  FILLER                PIC X(07) VALUE "  CODE ".
024540     05  RST-EXR-COND-CODE         PIC 9(02).
024550     05  FILLER                PIC X(02) VALUE SPACES.
024560     05  RST-EXR-TEXT              PIC X(40).
024570*--------------------------------------------------------------*
024580* SUPPLIER SCORECARD TABLE - ONE ROW PER SUPPLIER SEEN ON A     *
024590* DECIDED (CLOSED OR CANCELLED) PO LINE. LEAD TIME AND          *
024600* LATENESS COUNT ONLY CLOSED LINES THAT CARRY A RECEIPT DATE;   *
024610* FILL RATE COMPARES RECEIVED TO ORDERED OVER EVERY DECIDED     *
024620* LINE SO CANCELLATIONS COUNT AGAINST THE SUPPLIER.             *
024630*--------------------------------------------------------------*
024640 01  RST-SCORE-TABLE.
024650     05  RST-SCORE-COUNT           PIC 9(4) VALUE 0.
024660     05  RST-SCORE-ENTRY OCCURS 200 TIMES.
024670         10  RST-SCO-SUPPLIER          PIC X(06).
024680         10  RST-SCO-LINES             PIC 9(05).
024690         10  RST-SCO-LEAD-SUM          PIC 9(07).
024700         10  RST-SCO-LATE-LINES        PIC 9(05).
024710         10  RST-SCO-ORDER-QTY         PIC 9(08).
024720         10  RST-SCO-RECD-QTY          PIC 9(08).
024730
024740 01  RST-SCORE-HEADING.
024750     05  FILLER                PIC X(40)
024760             VALUE "SUPPLIER DELIVERY SCORECARD".
024770
024780 01  RST-SCORE-COLUMN-HEADING.
024790     05  FILLER                PIC X(08) VALUE "SUPPLR".
024800     05  FILLER                PIC X(22) VALUE "NAME".
024810     05  FILLER                PIC X(07) VALUE "LINES".
024820     05  FILLER                PIC X(10) VALUE "AVG LEAD".
024830     05  FILLER                PIC X(10) VALUE "PROMISED".
024840     05  FILLER                PIC X(10) VALUE "PCT LATE".
024850     05  FILLER                PIC X(08) VALUE "FILL PCT".
024860
024870 01  RST-SCORE-DETAIL.
024880     05  RST-SCD-SUPPLIER          PIC X(06).
024890     05  FILLER                PIC X(02) VALUE SPACES.
024900     05  RST-SCD-NAME              PIC X(20).
024910     05  FILLER                PIC X(02) VALUE SPACES.
024920     05  RST-SCD-LINES             PIC ZZZZ9.
024930     05  FILLER                PIC X(03) VALUE SPACES.
024940     05  RST-SCD-AVG-LEAD          PIC ZZZ9.9.
024950     05  FILLER                PIC X(06) VALUE SPACES.
024960     05  RST-SCD-PROMISED          PIC ZZ9.
024970     05  FILLER                PIC X(06) VALUE SPACES.
024980     05  RST-SCD-PCT-LATE          PIC ZZ9.9.
024990     05  FILLER                PIC X(05) VALUE SPACES.
025000     05  RST-SCD-FILL-PCT          PIC ZZ9.9.
025010
025020*--------------------------------------------------------------*
025030* ABC VELOCITY WORK TABLE - RUNS PARALLEL TO THE PRODUCT TABLE  *
025040* BY SUBSCRIPT, LIKE THE MOVEMENT STATEMENT TABLE DOES. VALUE   *
025050* IS THE ISSUE QUANTITY OF THE LAST YEAR PRICED AT LIST; THE    *
025060* TAKEN FLAG SERVES THE RANKING PASS AND IS THEN RE-USED TO     *
025070* KEEP THE COUNT WORKSHEET FROM PICKING A PRODUCT TWICE.        *
025080*--------------------------------------------------------------*
025090 01  RST-ABC-WORK-TABLE.
025100     05  RST-ABC-ROW OCCURS 5000 TIMES.
025110         10  RST-ABC-VALUE             PIC 9(11)V99.
025120         10  RST-ABC-TAKEN             PIC X(01).
025130
025140 01  RST-WKS-HEADING.
025150     05  FILLER                PIC X(28)
025160             VALUE "DAILY CYCLE COUNT WORKSHEET ".
025170     05  RST-WKH-DATE              PIC 9(08).
025180
025190 01  RST-WKS-COLUMN-HEADING.
025200     05  FILLER                PIC X(07) VALUE "CLASS".
025210     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
025220     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
025230     05  FILLER                PIC X(08) VALUE "LOCATN".
025240     05  FILLER                PIC X(10) VALUE "BOOK QTY".
025250     05  FILLER                PIC X(12) VALUE "LAST COUNTED".
025260
025270 01  RST-WKS-DETAIL.
025280     05  RST-WKD-CLASS             PIC X(01).
025290     05  FILLER                PIC X(06) VALUE SPACES.
025300     05  RST-WKD-PRODUCT-ID        PIC X(12).
025310     05  RST-WKD-PRODUCT-NAME      PIC X(32).
025320     05  RST-WKD-LOCATION          PIC X(06).
025330     05  FILLER                PIC X(02) VALUE SPACES.
025340     05  RST-WKD-QTY               PIC ZZZZ9.
025350     05  FILLER                PIC X(05) VALUE SPACES.
025360     05  RST-WKD-LAST-COUNTED      PIC X(10).
025370
025380*--------------------------------------------------------------*
025390* PRICE-CHG AUDIT DETAIL AND THE PRICE HISTORY / MARGIN REPORT *
025400* LINES. THE MARGIN REPORT PRICES ON-HAND STOCK AT THE          *
025410* WEIGHTED AVERAGE OF ITS REMAINING FIFO LAYERS AND FLAGS       *
025420* PRODUCTS WHOSE CURRENT LIST PRICE SITS AT OR UNDER THAT       *
025430* COST.                                                         *
025440*--------------------------------------------------------------*
025450 01  RST-PRICE-DETAIL.
025460     05  FILLER                    PIC X(03) VALUE "AT ".
025470     05  RST-PRD-PRICE             PIC ZZZZZZ9.99.
025480
025490 01  RST-PRCH-HEADING.
025500     05  FILLER                PIC X(14)
025510             VALUE "PRICE HISTORY ".
025520     05  RST-PHH-PRODUCT-ID        PIC X(10).
025530
025540 01  RST-PRCH-DETAIL.
025550     05  FILLER                PIC X(10) VALUE "EFFECTIVE ".
025560     05  RST-PHD-EFF-DATE          PIC 9(08).
025570     05  FILLER                PIC X(02) VALUE SPACES.
025580     05  RST-PHD-PRICE             PIC $$$,$$9.99.
025590     05  FILLER                PIC X(10) VALUE "  ENTERED ".
025600     05  RST-PHD-ENTERED           PIC 9(08).
025610     05  FILLER                PIC X(04) VALUE " BY ".
025620     05  RST-PHD-OPERATOR          PIC X(08).
025630
025640 01  RST-MARGIN-HEADING.
025650     05  FILLER                PIC X(40)
025660             VALUE "PRICE / COST MARGIN REPORT".
025670
025680 01  RST-MARGIN-COLUMN-HEADING.
025690     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
025700     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
025710     05  FILLER                PIC X(12) VALUE "LIST PRICE".
025720     05  FILLER                PIC X(12) VALUE "AVG COST".
025730     05  FILLER                PIC X(12) VALUE "MARGIN".
025740     05  FILLER                PIC X(08) VALUE "PCT".
025750
025760 01  RST-MARGIN-DETAIL.
025770     05  RST-MGD-PRODUCT-ID        PIC X(12).
025780     05  RST-MGD-PRODUCT-NAME      PIC X(32).
025790     05  RST-MGD-PRICE             PIC $$$,$$9.99.
025800     05  FILLER                PIC X(02) VALUE SPACES.
025810     05  RST-MGD-COST              PIC $$$,$$9.99.
025820     05  FILLER                PIC X(02) VALUE SPACES.
025830     05  RST-MGD-MARGIN            PIC $$$,$$9.99-.
025840     05  FILLER                PIC X(01) VALUE SPACES.
025850     05  RST-MGD-PCT               PIC ZZ9.9-.
025860     05  FILLER                PIC X(02) VALUE SPACES.
025870     05  RST-MGD-FLAG              PIC X(16).
025880
025890*--------------------------------------------------------------*
025900* PENDING BACKORDER REPORT TABLE - OPEN BACKORDERS ARE PULLED   *
025910* OFF THE FILE (WHICH IS KEYED BY PRODUCT) AND INSERTED IN      *
025920* REQUEST-DATE ORDER SO THE PRINTOUT READS OLDEST FIRST.        *
025930*--------------------------------------------------------------*
025940 01  RST-BOREP-TABLE.
025950     05  RST-BOREP-COUNT           PIC 9(4) VALUE 0.
025960     05  RST-BOREP-ENTRY OCCURS 500 TIMES.
025970         10  RST-BOR-DATE              PIC 9(08).
025980         10  RST-BOR-SEQ               PIC 9(03).
025990         10  RST-BOR-PRODUCT-ID        PIC X(10).
026000         10  RST-BOR-QTY               PIC 9(05).
026010         10  RST-BOR-REQUESTED-BY      PIC X(20).
026020
026030 01  RST-BOREP-HEADING.
026040     05  FILLER                PIC X(40)
026050             VALUE "PENDING BACKORDERS BY AGE".
026060
026070 01  RST-BOREP-COLUMN-HEADING.
026080     05  FILLER                PIC X(10) VALUE "DATE".
026090     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
026100     05  FILLER                PIC X(08) VALUE "QTY".
026110     05  FILLER                PIC X(22) VALUE "REQUESTED BY".
026120     05  FILLER                PIC X(08) VALUE "AGE DAYS".
026130
026140 01  RST-BOREP-DETAIL.
026150     05  RST-BRD-DATE              PIC 9(08).
026160     05  FILLER                PIC X(02) VALUE SPACES.
026170     05  RST-BRD-PRODUCT-ID        PIC X(12).
026180     05  RST-BRD-QTY               PIC ZZZZ9.
026190     05  FILLER                PIC X(03) VALUE SPACES.
026200     05  RST-BRD-REQUESTED-BY      PIC X(22).
026210     05  RST-BRD-AGE               PIC ZZZZ9.
026220
026230*--------------------------------------------------------------*
026240* DATE WORK FIELDS FOR WALKING A DATE BACKWARD A DAY AT A TIME  *
026250* - NO INTRINSIC FUNCTIONS, JUST THE CALENDAR.                  *
026260*--------------------------------------------------------------*
026270 01  RST-DATE-WORK               PIC 9(08).
026280 01  RST-DATE-WORK-PARTS REDEFINES RST-DATE-WORK.
026290     05  RST-DATE-WORK-YEAR        PIC 9(04).
026300     05  RST-DATE-WORK-MONTH       PIC 9(02).
026310     05  RST-DATE-WORK-DAY         PIC 9(02).
026320
026330*--------------------------------------------------------------*
026340* PERIOD-END SNAPSHOT LINE - ONE CUMULATIVE FILE, EACH LINE     *
026350* STAMPED WITH ITS SNAPSHOT DATE, SO THE MOVEMENT REPORTS CAN   *
026360* PICK ANY TWO DATES OUT OF IT. PRICE IS WRITTEN AS NINE        *
026370* DIGITS WITH THE IMPLIED DECIMAL, LIKE THE MASTER FILE.        *
026380*--------------------------------------------------------------*
026390 01  RST-SNAP-LINE.
026400     05  RST-SNAP-DATE             PIC 9(08).
026410     05  FILLER                    PIC X(01) VALUE SPACE.
026420     05  RST-SNAP-PRODUCT-ID       PIC X(10).
026430     05  FILLER                    PIC X(01) VALUE SPACE.
026440     05  RST-SNAP-QTY              PIC 9(05).
026450     05  FILLER                    PIC X(01) VALUE SPACE.
026460     05  RST-SNAP-PRICE            PIC 9(07)V99.
026470     05  FILLER                    PIC X(05) VALUE SPACES.
026480
026490 01  RST-SNAP-INPUT-LINE         PIC X(40).
026500 01  RST-SNAP-INPUT-PARTS REDEFINES RST-SNAP-INPUT-LINE.
026510     05  RST-SNP-DATE-X            PIC X(08).
026520     05  FILLER                    PIC X(01).
026530     05  RST-SNP-PRODUCT-ID        PIC X(10).
026540     05  FILLER                    PIC X(01).
026550     05  RST-SNP-QTY-X             PIC X(05).
026560     05  FILLER                    PIC X(01).
026570     05  RST-SNP-PRICE-X           PIC X(09).
026580     05  FILLER                    PIC X(05).
026590
026600 01  RST-SNP-DATE                PIC 9(08).
026610 01  RST-SNP-QTY                 PIC 9(05).
026620
026630*--------------------------------------------------------------*
026640* MOVEMENT STATEMENT WORK TABLE - RUNS PARALLEL TO THE PRODUCT  *
026650* TABLE BY SUBSCRIPT. OPENING IS THE LATEST SNAPSHOT BEFORE    *
026660* THE PERIOD, CLOSING THE LATEST SNAPSHOT INSIDE IT; A ZERO    *
026670* CLOSE-DATE AFTERWARD MEANS NO SNAPSHOT COVERED THE PERIOD    *
026680* AND THE CURRENT ON-HAND FIGURE IS SHOWN INSTEAD.             *
026690*--------------------------------------------------------------*
026700 01  RST-STMT-TABLE.
026710     05  RST-STMT-ENTRY OCCURS 5000 TIMES.
026720         10  RST-STMT-OPEN-QTY         PIC 9(05).
026730         10  RST-STMT-OPEN-DATE        PIC 9(08).
026740         10  RST-STMT-CLOSE-QTY        PIC 9(05).
026750         10  RST-STMT-CLOSE-DATE       PIC 9(08).
026760         10  RST-STMT-RECEIPTS         PIC 9(07).
026770         10  RST-STMT-ISSUES           PIC 9(07).
026780         10  RST-STMT-ADJUST           PIC S9(07).
026790
026800 01  RST-DEAD-STOCK-TABLE.
026810     05  RST-DEAD-LAST-ISSUE OCCURS 5000 TIMES
026820                                 PIC 9(08).
026830
026840 01  RST-STMT-HEADING.
026850     05  FILLER                PIC X(40)
026860             VALUE "STOCK MOVEMENT STATEMENT".
026870
026880 01  RST-STMT-COLUMN-HEADING.
026890     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
026900     05  FILLER                PIC X(08) VALUE "OPENING".
026910     05  FILLER                PIC X(10) VALUE "RECEIPTS".
026920     05  FILLER                PIC X(09) VALUE "ISSUES".
026930     05  FILLER                PIC X(10) VALUE "ADJUST".
026940     05  FILLER                PIC X(10) VALUE "CLOSING".
026950     05  FILLER                PIC X(06) VALUE "TURNS".
026960
026970 01  RST-STMT-DETAIL.
026980     05  RST-SMD-PRODUCT-ID        PIC X(12).
026990     05  RST-SMD-OPENING           PIC ZZZZ9.
027000     05  FILLER                PIC X(03) VALUE SPACES.
027010     05  RST-SMD-RECEIPTS          PIC ZZZZZZ9.
027020     05  FILLER                PIC X(02) VALUE SPACES.
027030     05  RST-SMD-ISSUES            PIC ZZZZZZ9.
027040     05  FILLER                PIC X(02) VALUE SPACES.
027050     05  RST-SMD-ADJUST            PIC ZZZZZZ9-.
027060     05  FILLER                PIC X(02) VALUE SPACES.
027070     05  RST-SMD-CLOSING           PIC ZZZZ9.
027080     05  FILLER                PIC X(03) VALUE SPACES.
027090     05  RST-SMD-TURNS             PIC ZZ9.99.
027100
027110 01  RST-DEAD-HEADING.
027120     05  FILLER                PIC X(40)
027130             VALUE "DEAD STOCK REPORT".
027140
027150 01  RST-DEAD-COLUMN-HEADING.
027160     05  FILLER                PIC X(12) VALUE "PRODUCT ID".
027170     05  FILLER                PIC X(32) VALUE "PRODUCT NAME".
027180     05  FILLER                PIC X(08) VALUE "ON HAND".
027190     05  FILLER                PIC X(16) VALUE "VALUE TIED UP".
027200     05  FILLER                PIC X(10) VALUE "LAST ISSUE".
027210
027220 01  RST-DEAD-DETAIL.
027230     05  RST-DSD-PRODUCT-ID        PIC X(12).
027240     05  RST-DSD-PRODUCT-NAME      PIC X(32).
027250     05  RST-DSD-QTY               PIC ZZZZ9.
027260     05  FILLER                PIC X(03) VALUE SPACES.
027270     05  RST-DSD-VALUE             PIC $$,$$$,$$9.99.
027280     05  FILLER                PIC X(03) VALUE SPACES.
027290     05  RST-DSD-LAST-ISSUE        PIC X(10).
027300
027310*--------------------------------------------------------------*
027320* SUGGESTED ORDER WORK TABLES. THE ON-ORDER TABLE HOLDS THE     *
027330* STILL-OUTSTANDING QUANTITY FROM OPEN PO LINES PER PRODUCT SO  *
027340* STOCK ALREADY ORDERED BUT NOT YET ARRIVED IS NOT ORDERED A    *
027350* SECOND TIME. THE SUGGESTION TABLE IS THEN GROUPED BY          *
027360* SUPPLIER AS THE PO LINES ARE WRITTEN.                         *
027370*--------------------------------------------------------------*
027380 01  RST-SUGGEST-TABLE.
027390     05  RST-SUGGEST-COUNT         PIC 9(4) VALUE 0.
027400     05  RST-SUGGEST-ENTRY OCCURS 500 TIMES.
027410         10  RST-SUG-PRODUCT-ID        PIC X(10).
027420         10  RST-SUG-PRODUCT-NAME      PIC X(30).
027430         10  RST-SUG-SUPPLIER          PIC X(06).
027440         10  RST-SUG-QTY               PIC 9(05).
027450         10  RST-SUG-TAKEN             PIC X(01).
027460
027470 01  RST-ONORDER-TABLE.
027480     05  RST-ONORDER-COUNT         PIC 9(4) VALUE 0.
027490     05  RST-ONORDER-ENTRY OCCURS 500 TIMES.
027500         10  RST-ONO-PRODUCT-ID        PIC X(10).
027510         10  RST-ONO-QTY               PIC 9(07).
027520
027530*--------------------------------------------------------------*
027540* IN-MEMORY INVENTORY TABLE                                    *
027550*--------------------------------------------------------------*
027560 01  RST-INVENTORY-TABLE.
027570     05  RST-MAX-PRODUCTS          PIC 9(4) VALUE 5000.
027580     05  RST-PRODUCT-COUNT         PIC 9(4) VALUE 0.
027590     05  RST-PRODUCT-ENTRY OCCURS 1 TO 5000 TIMES
027600             DEPENDING ON RST-MAX-PRODUCTS
027610             INDEXED BY RST-PRODUCT-IDX.
027620         10  RST-PRODUCT-ID            PIC X(10).
027630         10  RST-PRODUCT-NAME          PIC X(30).
027640         10  RST-PRODUCT-QTY           PIC 9(05).
027650         10  RST-PRODUCT-PRICE         PIC 9(07)V99.
027660         10  RST-REORDER-LEVEL         PIC 9(05).
027670         10  RST-HOME-LOCATION         PIC X(06).
027680         10  RST-PRODUCT-SUPPLIER      PIC X(06).
027690         10  RST-MIN-ORDER-QTY         PIC 9(05).
027700         10  RST-ABC-CLASS             PIC X(01).
027710         10  RST-LAST-COUNT-DATE       PIC 9(08).
027720         10  RST-STOCK-UOM             PIC X(03).
027730         10  RST-CASE-PACK             PIC 9(03).
027740         10  RST-LOT-TRACKED           PIC X(01).
027750         10  RST-RESERVED-QTY          PIC 9(05).
027760         10  RST-PRODUCT-STATUS        PIC X(01).
027770
027780*--------------------------------------------------------------*
027790* IN-MEMORY PER-LOCATION QUANTITY TABLE                        *
027800*--------------------------------------------------------------*
027810 01  RST-LOCATION-TABLE.
027820     05  RST-MAX-LOCATIONS         PIC 9(4) VALUE 9000.
027830     05  RST-LOCATION-COUNT        PIC 9(4) VALUE 0.
027840     05  RST-LOCATION-ENTRY OCCURS 1 TO 9000 TIMES
027850             DEPENDING ON RST-LOCATION-COUNT
027860             ASCENDING KEY IS RST-LOC-PRODUCT-ID RST-LOC-CODE
027870             INDEXED BY RST-LOCATION-IDX.
027880         10  RST-LOC-PRODUCT-ID        PIC X(10).
027890         10  RST-LOC-CODE              PIC X(06).
027900         10  RST-LOC-QTY               PIC 9(05).
027910*--------------------------------------------------------------*
027920* RST-LOCATION-ENTRY IS KEPT SORTED BY PRODUCT ID/LOCATION CODE *
027930* AT ALL TIMES (LOADED IN THAT ORDER FROM LOCATION-FILE, AND    *
027940* NEW ROWS ARE INSERTED IN PLACE RATHER THAN APPENDED) SO       *
027950* SEARCH ALL CAN BINARY-SEARCH IT INSTEAD OF A FULL LINEAR SCAN *
027960* PER PRODUCT IN VIEW INVENTORY AND GENERATE REPORT.            *
027970*--------------------------------------------------------------*
027980
027990*--------------------------------------------------------------*
028000* RESERVE STOCK THE REPLENISHMENT LIST HAS ALREADY SENT TO A    *
028010* PICK FACE - ONE ENTRY PER RST-LOCATION-ENTRY ROW, CLEARED     *
028020* EACH TIME THE LIST IS PRINTED - SO TWO FACES OF ONE PRODUCT   *
028030* ARE NOT BOTH FILLED FROM THE SAME RESERVE UNITS.              *
028040*--------------------------------------------------------------*
028050 01  RST-REPL-PLANNED-TABLE.
028060     05  RST-REPL-PLANNED-QTY      PIC 9(05) OCCURS 9000 TIMES.
028070
028080 PROCEDURE DIVISION.
028090*--------------------------------------------------------------*
028100* 0000-MAINLINE CONTROLS THE WHOLE RUN - INTERACTIVE MENU OR    *
028110* UNATTENDED BATCH REPORTING, DEPENDING ON THE COMMAND-LINE     *
028120* PARAMETER CAPTURED DURING INITIALIZATION.                     *
028130*--------------------------------------------------------------*
028140 0000-MAINLINE.
028150     PERFORM 1000-INITIALIZE
028160     IF RST-BATCH-MODE
028170         PERFORM 9900-RUN-BATCH-MODE
028180     ELSE
028190         PERFORM 2000-PROCESS-MENU
028200     END-IF
028210     PERFORM 1900-TERMINATE
028220     STOP RUN.
028230
028240 1000-INITIALIZE.
028250     MOVE 0 TO RST-PRODUCT-COUNT
028260     MOVE 0 TO RST-LOCATION-COUNT
028270     MOVE 0 TO RST-MENU-OPTION
028280     MOVE 0 TO RST-ENTRY-THRESHOLD
028290     MOVE "N" TO RST-BATCH-SWITCH
028300     ACCEPT RST-ARGUMENT-VALUE FROM COMMAND-LINE
028310     IF RST-ARGUMENT-VALUE (1:5) = "BATCH"
028320         MOVE "Y" TO RST-BATCH-SWITCH
028330     END-IF
028340     PERFORM 9550-OPEN-AUDIT-FILE
028350     PERFORM 9600-LOAD-INVENTORY-FILE
028360     PERFORM 9700-LOAD-LOCATION-FILE
028370     PERFORM 9760-OPEN-COUNT-FILE
028380     PERFORM 9770-OPEN-SUPPLIER-FILE
028390     PERFORM 9780-OPEN-PO-FILE
028400     PERFORM 9790-OPEN-COST-FILE
028410     PERFORM 9795-OPEN-BACKORDER-FILE
028420     PERFORM 9796-OPEN-ORDER-FILE
028430     PERFORM 9797-OPEN-PRICE-FILE
028440     PERFORM 9799-OPEN-OPERATOR-FILE
028450     PERFORM 9792-OPEN-KIT-FILE
028460     PERFORM 9791-OPEN-LOT-FILE
028470     PERFORM 9793-OPEN-RETURN-FILE
028480     PERFORM 9794-OPEN-INVOICE-FILE
028490     PERFORM 9789-OPEN-BIN-FILE
028500     PERFORM 9788-OPEN-RECOMMEND-FILE
028510     PERFORM 9781-OPEN-MOVEMENT-FILE
028520     PERFORM 9787-OPEN-FEEDSTATE-FILE
028530     PERFORM 9782-OPEN-LANDED-FILE
028540     IF RST-BATCH-MODE
028550         MOVE "BATCH" TO RST-ENTRY-OPERATOR-ID
028560         MOVE 3 TO RST-OPERATOR-LEVEL
028570     ELSE
028580         DISPLAY "Welcome to RapidStockTracker - Small Business"
028590         DISPLAY "Inventory Manager."
028600         PERFORM 1100-SIGN-ON-OPERATOR
028610     END-IF.
028620
028630*--------------------------------------------------------------*
028640* SIGN-ON - THREE TRIES AGAINST THE OPERATOR MASTER, EACH       *
028650* FAILURE AUDITED UNDER THE ID THAT WAS ATTEMPTED. A REFUSED    *
028660* SIGN-ON DROPS STRAIGHT TO TERMINATION BY PRE-LOADING THE      *
028670* EXIT OPTION. THE VERY FIRST SIGN-ON ON AN EMPTY OPERATOR      *
028680* FILE ENROLS THAT ID AS THE FOUNDING SUPERVISOR - THERE IS     *
028690* NOBODY ELSE WHO COULD.                                        *
028700*--------------------------------------------------------------*
028710 1100-SIGN-ON-OPERATOR.
028720     MOVE "N" TO RST-SIGNON-SWITCH
028730     MOVE 0 TO RST-SIGNON-ATTEMPTS
028740     PERFORM 1105-CHECK-OPERATOR-FILE-EMPTY
028750     PERFORM UNTIL RST-SIGNED-ON
028760             OR RST-SIGNON-ATTEMPTS >= 3
028770         PERFORM 1110-ATTEMPT-ONE-SIGNON
028780     END-PERFORM
028790     IF RST-NOT-SIGNED-ON
028800         DISPLAY "Sign-on refused - see your supervisor."
028810         MOVE 99 TO RST-MENU-OPTION
028820     END-IF
028830     IF RST-SIGNED-ON AND RST-OPERATOR-LEVEL NOT < 3
028840         PERFORM 1130-WARN-LAST-BATCH-RUN
028850     END-IF.
028860
028870 1105-CHECK-OPERATOR-FILE-EMPTY.
028880     MOVE "N" TO RST-OPR-EMPTY-SWITCH
028890     MOVE LOW-VALUES TO RST-FILE-OPR-ID
028900     START OPERATOR-FILE KEY IS NOT LESS THAN
028910         RST-FILE-OPR-ID
028920     IF RST-OPERATOR-STATUS = "00"
028930         PERFORM 1107-READ-OPERATOR-RECORD
028940         IF RST-OPERATOR-STATUS NOT = "00"
028950             MOVE "Y" TO RST-OPR-EMPTY-SWITCH
028960         END-IF
028970     ELSE
028980         MOVE "Y" TO RST-OPR-EMPTY-SWITCH
028990     END-IF.
029000
029010 1107-READ-OPERATOR-RECORD.
029020     READ OPERATOR-FILE NEXT RECORD.
029030
029040 1110-ATTEMPT-ONE-SIGNON.
029050     DISPLAY "Enter Operator ID: " WITH NO ADVANCING
029060     ACCEPT RST-ENTRY-OPERATOR-ID
029070     DISPLAY "Enter Password: " WITH NO ADVANCING
029080     ACCEPT RST-ENTRY-PASSWORD
029090     IF RST-OPR-FILE-EMPTY
029100         PERFORM 1120-BOOTSTRAP-FIRST-OPERATOR
029110     ELSE
029120         MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-OPR-ID
029130         READ OPERATOR-FILE
029140         IF RST-OPERATOR-STATUS = "00"
029150                 AND RST-FILE-OPR-PASSWORD
029160                     = RST-ENTRY-PASSWORD
029170                 AND RST-FILE-OPR-ACTIVE = "Y"
029180             MOVE "Y" TO RST-SIGNON-SWITCH
029190             MOVE RST-FILE-OPR-LEVEL TO RST-OPERATOR-LEVEL
029200             DISPLAY "Signed on: " RST-FILE-OPR-NAME
029210         ELSE
029220             ADD 1 TO RST-SIGNON-ATTEMPTS
029230             DISPLAY "Operator ID or password not"
029240             DISPLAY "recognised."
029250             PERFORM 1150-AUDIT-SIGNON-FAILURE
029260         END-IF
029270     END-IF.
029280
029290 1120-BOOTSTRAP-FIRST-OPERATOR.
029300*    THE FOUNDING SUPERVISOR STILL NEEDS A REAL ID AND A REAL
029310*    PASSWORD - A BLANK EITHER WAY WOULD LEAVE AN ACCOUNT THAT
029320*    SIGNS ON WITH NOTHING.
029330     IF RST-ENTRY-OPERATOR-ID = SPACES
029340             OR RST-ENTRY-PASSWORD = SPACES
029350         DISPLAY "Operator ID and password are both"
029360         DISPLAY "required to enrol - try again."
029370         ADD 1 TO RST-SIGNON-ATTEMPTS
029380     ELSE
029390         PERFORM 1125-ENROL-FIRST-OPERATOR
029400     END-IF.
029410
029420 1125-ENROL-FIRST-OPERATOR.
029430     DISPLAY "Operator file is empty - enrolling "
029440         RST-ENTRY-OPERATOR-ID " as supervisor."
029450     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-OPR-ID
029460     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-OPR-NAME
029470     MOVE RST-ENTRY-PASSWORD TO RST-FILE-OPR-PASSWORD
029480     MOVE 3 TO RST-FILE-OPR-LEVEL
029490     MOVE "Y" TO RST-FILE-OPR-ACTIVE
029500     WRITE OPERATOR-RECORD
029510     IF RST-OPERATOR-STATUS NOT = "00"
029520         DISPLAY "Warning: could not write operator record,"
029530         DISPLAY "status " RST-OPERATOR-STATUS
029540     END-IF
029550     MOVE "N" TO RST-OPR-EMPTY-SWITCH
029560     MOVE "Y" TO RST-SIGNON-SWITCH
029570     MOVE 3 TO RST-OPERATOR-LEVEL.
029580
029590*--------------------------------------------------------------*
029600* A SUPERVISOR SIGNING ON IS SHOWN THE STEPS OF THE LATEST      *
029610* BATCH RUN THAT ENDED IN A WARNING OR AN ERROR, OR TOLD THAT   *
029620* THE RUN NEVER FINISHED. A CLEAN RUN SAYS NOTHING.             *
029630*--------------------------------------------------------------*
029640 1130-WARN-LAST-BATCH-RUN.
029650     PERFORM 9798-OPEN-RUNCTL-FILE
029660     IF RST-RUNCTL-STATUS = "00"
029670         MOVE 0 TO RST-LAST-RUN-DATE
029680         MOVE 0 TO RST-FILE-RUN-DATE
029690         START RUNCTL-FILE KEY IS NOT LESS THAN
029700             RST-FILE-RUN-DATE
029710         IF RST-RUNCTL-STATUS = "00"
029720             PERFORM 9918-READ-RUNCTL-RECORD
029730             PERFORM UNTIL RST-RUNCTL-STATUS NOT = "00"
029740                 PERFORM 1131-NOTE-RUN-DATE
029750                 PERFORM 9918-READ-RUNCTL-RECORD
029760             END-PERFORM
029770         END-IF
029780         IF RST-LAST-RUN-DATE > 0
029790             MOVE RST-LAST-RUN-DATE TO RST-FILE-RUN-DATE
029800             READ RUNCTL-FILE
029810             IF RST-RUNCTL-STATUS = "00"
029820                 PERFORM 1132-SHOW-LAST-RUN-RESULT
029830             END-IF
029840         END-IF
029850         CLOSE RUNCTL-FILE
029860     END-IF.
029870
029880*    RUN DATES ARE THE KEY, SO THE LAST ONE READ IS THE LATEST.
029890 1131-NOTE-RUN-DATE.
029900     MOVE RST-FILE-RUN-DATE TO RST-LAST-RUN-DATE.
029910
029920 1132-SHOW-LAST-RUN-RESULT.
029930     IF RST-FILE-RUN-STATE = "R"
029940         DISPLAY "*** Batch run for " RST-FILE-RUN-DATE
029950             " did not finish - check the overnight"
029960         DISPLAY "*** job before relying on today's figures."
029970     ELSE
029980         IF (RST-FILE-RUN-WORST-SEV = "W"
029990                 OR RST-FILE-RUN-WORST-SEV = "E")
030000                 AND RST-FILE-RUN-STEP-COUNT IS NUMERIC
030010             DISPLAY "*** Batch run for " RST-FILE-RUN-DATE
030020                 " ended with condition code "
030030                 RST-FILE-RUN-COND-CODE ":"
030040             PERFORM VARYING RST-STP-SUB FROM 1 BY 1
030050                 UNTIL RST-STP-SUB > RST-FILE-RUN-STEP-COUNT
030060                     OR RST-STP-SUB > 20
030070                 PERFORM 1134-SHOW-STEP-EXCEPTION
030080             END-PERFORM
030090             DISPLAY "*** See INVEXCP.TXT or the front of"
030100                 " INVREPT.TXT."
030110         END-IF
030120     END-IF.
030130
030140 1134-SHOW-STEP-EXCEPTION.
030150     EVALUATE RST-FILE-RUN-STEP-SEV (RST-STP-SUB)
030160         WHEN "E"
030170             DISPLAY "    ERROR   "
030180                 RST-FILE-RUN-STEP-NAME (RST-STP-SUB) " "
030190                 RST-FILE-RUN-STEP-TEXT (RST-STP-SUB)
030200         WHEN "W"
030210             DISPLAY "    WARNING "
030220                 RST-FILE-RUN-STEP-NAME (RST-STP-SUB) " "
030230                 RST-FILE-RUN-STEP-TEXT (RST-STP-SUB)
030240         WHEN OTHER
030250             CONTINUE
030260     END-EVALUATE.
030270
030280 1150-AUDIT-SIGNON-FAILURE.
030290     MOVE SPACES TO RST-ENTRY-PRODUCT-ID
030300     MOVE 0 TO RST-QTY-BEFORE
030310     MOVE 0 TO RST-QTY-AFTER
030320     MOVE "SIGNON-ERR" TO RST-ACTION-CODE
030330     MOVE RST-ENTRY-OPERATOR-ID TO RST-ACTION-DETAIL
030340     PERFORM 9500-WRITE-AUDIT-RECORD.
030350
030360 1900-TERMINATE.
030370     CLOSE INVENTORY-FILE
030380     CLOSE LOCATION-FILE
030390     CLOSE AUDIT-FILE
030400     CLOSE COUNT-FILE
030410     CLOSE SUPPLIER-FILE
030420     CLOSE PO-FILE
030430     CLOSE COST-FILE
030440     CLOSE BACKORDER-FILE
030450     CLOSE ORDER-FILE
030460     CLOSE PRICE-FILE
030470     CLOSE OPERATOR-FILE
030480     CLOSE KIT-FILE
030490     CLOSE LOT-FILE
030500     CLOSE RETURN-FILE
030510     CLOSE INVOICE-FILE
030520     CLOSE BIN-FILE
030530     CLOSE RECOMMEND-FILE
030540     CLOSE MOVEMENT-FILE
030550     CLOSE FEEDSTATE-FILE
030560     CLOSE LANDED-FILE
030570     IF RST-INTERACTIVE-MODE
030580         DISPLAY "Thank you for using RapidStockTracker. Goodbye!"
030590     END-IF.
030600
030610*--------------------------------------------------------------*
030620* INTERACTIVE MENU LOOP                                        *
030630*--------------------------------------------------------------*
030640 2000-PROCESS-MENU.
030650     PERFORM UNTIL RST-MENU-OPTION = 99
030660         PERFORM 2100-DISPLAY-MENU
030670         ACCEPT RST-MENU-OPTION
030680         PERFORM 2200-PROCESS-OPTION
030690     END-PERFORM.
030700
030710 2100-DISPLAY-MENU.
030720     DISPLAY " ".
030730     DISPLAY "1. Add Product".
030740     DISPLAY "2. View Inventory".
030750     DISPLAY "3. Generate Report".
030760     DISPLAY "4. Update Product".
030770     DISPLAY "5. Delete Product".
030780     DISPLAY "6. Receive Stock".
030790     DISPLAY "7. Issue Stock".
030800     DISPLAY "8. Low-Stock Report".
030810     DISPLAY "9. Cycle Count".
030820     DISPLAY "10. Supplier Maintenance".
030830     DISPLAY "11. Generate Suggested Orders".
030840     DISPLAY "12. Valuation Report (FIFO)".
030850     DISPLAY "13. Reconciliation".
030860     DISPLAY "14. Transaction History".
030870     DISPLAY "15. Transfer Stock".
030880     DISPLAY "16. Stock Movement Analysis".
030890     DISPLAY "17. Pending Backorders".
030900     DISPLAY "18. Customer Order Entry".
030910     DISPLAY "19. Supplier Scorecard".
030920     DISPLAY "20. Price Maintenance".
030930     DISPLAY "21. Operator Maintenance".
030940     DISPLAY "22. Kit Assembly".
030950     DISPLAY "23. Lot Management".
030960     DISPLAY "24. Customer Returns".
030970     DISPLAY "25. Invoice Match Holds".
030980     DISPLAY "26. Bin Location Maintenance".
030990     DISPLAY "27. Ship Confirmation".
031000     DISPLAY "28. Reorder Planning".
031010     DISPLAY "29. Product Master Load".
031020     DISPLAY "30. Landed Cost".
031030     DISPLAY "99. Exit".
031040
031050 2200-PROCESS-OPTION.
031060     PERFORM 2250-CHECK-OPTION-AUTHORITY
031070     IF RST-OPTION-REFUSED
031080         DISPLAY "That option needs supervisor authority."
031090         MOVE RST-MENU-OPTION TO RST-AUD-OPTION
031100         MOVE RST-AUTH-DETAIL TO RST-ACTION-DETAIL
031110         PERFORM 2260-AUDIT-AUTH-REFUSAL
031120     ELSE
031130         PERFORM 2280-DISPATCH-OPTION
031140     END-IF.
031150
031160*--------------------------------------------------------------*
031170* DELETE PRODUCT AND OPERATOR MAINTENANCE ARE SUPERVISOR-ONLY;  *
031180* EVERYTHING ELSE IS OPEN TO ANY SIGNED-ON OPERATOR. COUNT      *
031190* POSTING, INVOICE RELEASE, REORDER PLAN POSTING, PRODUCT       *
031200* MASTER LOAD POSTING AND LANDED COST CHARGES ARE GUARDED AT    *
031210* THEIR OWN SUB-OPTIONS, AND BATCH FORCE AT THE RUN-CONTROL     *
031220* CHECK.                                                        *
031230*--------------------------------------------------------------*
031240 2250-CHECK-OPTION-AUTHORITY.
031250     MOVE "Y" TO RST-AUTH-SWITCH
031260     IF (RST-MENU-OPTION = 5 OR RST-MENU-OPTION = 21)
031270             AND RST-OPERATOR-LEVEL < 3
031280         MOVE "N" TO RST-AUTH-SWITCH
031290     END-IF.
031300
031310*--------------------------------------------------------------*
031320* CALLER SETS RST-ACTION-DETAIL TO SAY WHAT WAS REFUSED; 9500   *
031330* CLEARS IT AGAIN AFTER THE WRITE.                              *
031340*--------------------------------------------------------------*
031350 2260-AUDIT-AUTH-REFUSAL.
031360     MOVE SPACES TO RST-ENTRY-PRODUCT-ID
031370     MOVE 0 TO RST-QTY-BEFORE
031380     MOVE 0 TO RST-QTY-AFTER
031390     MOVE "AUTH-DENY" TO RST-ACTION-CODE
031400     PERFORM 9500-WRITE-AUDIT-RECORD.
031410
031420 2280-DISPATCH-OPTION.
031430     EVALUATE RST-MENU-OPTION
031440         WHEN 1
031450             PERFORM 3000-ADD-PRODUCT
031460         WHEN 2
031470             PERFORM 4000-VIEW-INVENTORY
031480         WHEN 3
031490             PERFORM 5000-GENERATE-REPORT
031500         WHEN 4
031510             PERFORM 6000-UPDATE-PRODUCT
031520         WHEN 5
031530             PERFORM 7000-DELETE-PRODUCT
031540         WHEN 6
031550             PERFORM 8000-RECEIVE-STOCK
031560         WHEN 7
031570             PERFORM 8100-ISSUE-STOCK
031580         WHEN 8
031590             PERFORM 9000-LOW-STOCK-REPORT
031600         WHEN 9
031610             PERFORM 8200-CYCLE-COUNT
031620         WHEN 10
031630             PERFORM 8400-SUPPLIER-MAINTENANCE
031640         WHEN 11
031650             PERFORM 8500-GENERATE-SUGGESTED-ORDERS
031660         WHEN 12
031670             PERFORM 9200-VALUATION-REPORT
031680         WHEN 13
031690             PERFORM 9250-RECONCILIATION
031700         WHEN 14
031710             PERFORM 9350-TRANSACTION-HISTORY
031720         WHEN 15
031730             PERFORM 8300-TRANSFER-STOCK
031740         WHEN 16
031750             PERFORM 9400-STOCK-MOVEMENT-ANALYSIS
031760         WHEN 17
031770             PERFORM 8600-PENDING-BACKORDERS-REPORT
031780         WHEN 18
031790             PERFORM 8700-CUSTOMER-ORDER-ENTRY
031800         WHEN 19
031810             PERFORM 8800-SUPPLIER-SCORECARD
031820         WHEN 20
031830             PERFORM 8900-PRICE-MAINTENANCE
031840         WHEN 21
031850             PERFORM 8450-OPERATOR-MAINTENANCE
031860         WHEN 22
031870             PERFORM 8850-KIT-ASSEMBLY
031880         WHEN 23
031890             PERFORM 8650-LOT-MANAGEMENT
031900         WHEN 24
031910             PERFORM 8770-CUSTOMER-RETURNS
031920         WHEN 25
031930             PERFORM 8320-INVOICE-MATCH-HOLDS
031940         WHEN 26
031950             PERFORM 8370-BIN-MAINTENANCE
031960         WHEN 27
031970             PERFORM 6200-SHIP-CONFIRMATION
031980         WHEN 28
031990             PERFORM 4300-REORDER-PLANNING
032000         WHEN 29
032010             PERFORM 4400-PRODUCT-MASTER-LOAD
032020         WHEN 30
032030             PERFORM 4500-LANDED-COST
032040         WHEN 99
032050             CONTINUE
032060         WHEN OTHER
032070             DISPLAY "Invalid Option. Please choose a valid"
032080             DISPLAY "option."
032090     END-EVALUATE.
032100
032110*--------------------------------------------------------------*
032120* ADD PRODUCT - REJECTS DUPLICATE IDS, VALIDATES QUANTITY AND   *
032130* PRICE, AND REFUSES THE ADD ONCE THE TABLE IS FULL.            *
032140*--------------------------------------------------------------*
032150 3000-ADD-PRODUCT.
032160     DISPLAY "Enter Product ID: " WITH NO ADVANCING
032170     ACCEPT RST-ENTRY-PRODUCT-ID
032180     IF RST-ENTRY-PRODUCT-ID = SPACES
032190         DISPLAY "Product ID cannot be blank."
032200     ELSE
032210         PERFORM 9800-FIND-PRODUCT
032220         IF RST-RECORD-FOUND
032230             DISPLAY "Product ID already exists. Use"
032240             DISPLAY "Update Product to change it instead."
032250         ELSE
032260             IF RST-PRODUCT-COUNT >= RST-MAX-PRODUCTS
032270                 DISPLAY "Inventory is full. Cannot add more"
032280                 DISPLAY "products - see your supervisor."
032290             ELSE
032300                 PERFORM 3100-VALIDATE-NEW-PRODUCT
032310                 PERFORM 3200-FILE-NEW-PRODUCT
032320             END-IF
032330         END-IF
032340     END-IF.
032350
032360*--------------------------------------------------------------*
032370* VALIDATE-NEW-PRODUCT RE-PROMPTS FOR QUANTITY AND UNIT PRICE  *
032380* UNTIL EACH COMES BACK NUMERIC AND GREATER THAN ZERO, RATHER  *
032390* THAN DISCARDING THE WHOLE ENTRY OVER ONE BAD FIELD.          *
032400*--------------------------------------------------------------*
032410 3100-VALIDATE-NEW-PRODUCT.
032420     DISPLAY "Enter Product Name: " WITH NO ADVANCING
032430     ACCEPT RST-ENTRY-PRODUCT-NAME
032440     MOVE "N" TO RST-VALID-SWITCH
032450     PERFORM UNTIL RST-ENTRY-IS-VALID
032460         PERFORM 3110-PROMPT-QUANTITY
032470     END-PERFORM
032480     MOVE "N" TO RST-VALID-SWITCH
032490     PERFORM UNTIL RST-ENTRY-IS-VALID
032500         PERFORM 3120-PROMPT-UNIT-PRICE
032510     END-PERFORM
032520     PERFORM 3130-PROMPT-REORDER-AND-LOCATION.
032530
032540 3110-PROMPT-QUANTITY.
032550     DISPLAY "Enter Quantity: " WITH NO ADVANCING
032560     ACCEPT RST-ENTRY-QUANTITY-EDIT
032570     INSPECT RST-ENTRY-QUANTITY-EDIT
032580         REPLACING LEADING SPACE BY "0"
032590     IF RST-ENTRY-QUANTITY-EDIT IS NOT NUMERIC
032600         DISPLAY "Quantity must be numeric - please"
032610         DISPLAY "re-enter."
032620     ELSE
032630         IF RST-ENTRY-QUANTITY = 0
032640             DISPLAY "Quantity must be greater than zero -"
032650             DISPLAY "please re-enter."
032660         ELSE
032670             MOVE "Y" TO RST-VALID-SWITCH
032680         END-IF
032690     END-IF.
032700
032710 3120-PROMPT-UNIT-PRICE.
032720     DISPLAY "Enter Unit Price (no decimal point, e.g."
032730         WITH NO ADVANCING
032740     DISPLAY " 550 = $5.50): " WITH NO ADVANCING
032750     ACCEPT RST-ENTRY-PRICE-EDIT
032760     INSPECT RST-ENTRY-PRICE-EDIT
032770         REPLACING LEADING SPACE BY "0"
032780     IF RST-ENTRY-PRICE-EDIT IS NOT NUMERIC
032790         DISPLAY "Unit Price must be numeric, with no"
032800         DISPLAY "decimal point (e.g. 550 = $5.50) -"
032810         DISPLAY "please re-enter."
032820     ELSE
032830         IF RST-ENTRY-UNIT-PRICE = 0
032840             DISPLAY "Unit Price must be greater than zero -"
032850             DISPLAY "please re-enter."
032860         ELSE
032870             MOVE "Y" TO RST-VALID-SWITCH
032880         END-IF
032890     END-IF.
032900
032910 3130-PROMPT-REORDER-AND-LOCATION.
032920     DISPLAY "Enter Reorder Level: " WITH NO ADVANCING
032930     ACCEPT RST-ENTRY-REORDER-EDIT
032940     INSPECT RST-ENTRY-REORDER-EDIT
032950         REPLACING LEADING SPACE BY "0"
032960     IF RST-ENTRY-REORDER-EDIT IS NOT NUMERIC
032970         MOVE 0 TO RST-ENTRY-REORDER-LEVEL
032980     END-IF
032990*    THE HOME LOCATION IS WHERE THE OPENING QUANTITY IS PUT
033000*    AWAY, SO IT HAS TO BE A REAL BIN JUST AS A RECEIPT DOES.
033010     MOVE "N" TO RST-BIN-SWITCH
033020     PERFORM UNTIL RST-BIN-ON-FILE
033030         PERFORM 3135-PROMPT-HOME-LOCATION
033040     END-PERFORM
033050     DISPLAY "Enter Supplier Code (blank if none): "
033060         WITH NO ADVANCING
033070     ACCEPT RST-ENTRY-SUPPLIER-CODE
033080     DISPLAY "Enter Minimum Order Quantity: "
033090         WITH NO ADVANCING
033100     ACCEPT RST-ENTRY-MIN-ORDER-EDIT
033110     INSPECT RST-ENTRY-MIN-ORDER-EDIT
033120         REPLACING LEADING SPACE BY "0"
033130     IF RST-ENTRY-MIN-ORDER-EDIT IS NOT NUMERIC
033140         MOVE 0 TO RST-ENTRY-MIN-ORDER-QTY
033150     END-IF
033160     DISPLAY "Enter Stocking Unit (blank=EA): "
033170         WITH NO ADVANCING
033180     ACCEPT RST-ENTRY-UOM
033190     IF RST-ENTRY-UOM = SPACES
033200         MOVE "EA" TO RST-ENTRY-UOM
033210     END-IF
033220     DISPLAY "Enter Case Pack (units per case, blank=none): "
033230         WITH NO ADVANCING
033240     ACCEPT RST-ENTRY-CASE-EDIT
033250     INSPECT RST-ENTRY-CASE-EDIT
033260         REPLACING LEADING SPACE BY "0"
033270     IF RST-ENTRY-CASE-EDIT IS NOT NUMERIC
033280         MOVE 0 TO RST-ENTRY-CASE-PACK
033290     END-IF
033300     DISPLAY "Lot tracked - dated goods? (Y/N, blank=N): "
033310         WITH NO ADVANCING
033320     ACCEPT RST-ENTRY-YES-NO
033330     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
033340         MOVE "Y" TO RST-ENTRY-YES-NO
033350     ELSE
033360         MOVE "N" TO RST-ENTRY-YES-NO
033370     END-IF.
033380
033390 3135-PROMPT-HOME-LOCATION.
033400     DISPLAY "Enter Home Location Code (blank if none): "
033410         WITH NO ADVANCING
033420     ACCEPT RST-ENTRY-LOCATION-CODE
033430     PERFORM 9842-CHECK-ENTERED-LOCATION.
033440
033450 3200-FILE-NEW-PRODUCT.
033460     PERFORM 3210-STORE-NEW-PRODUCT
033470     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
033480         MOVE RST-ENTRY-QUANTITY TO RST-ENTRY-ADJUST-QTY
033490         PERFORM 9850-RECEIVE-AT-LOCATION
033500     END-IF
033510     MOVE RST-ENTRY-QUANTITY TO RST-LAYER-QTY
033520     MOVE RST-ENTRY-UNIT-PRICE TO RST-LAYER-COST
033530     PERFORM 9300-ADD-COST-LAYER
033540     MOVE 0 TO RST-QTY-BEFORE
033550     MOVE RST-ENTRY-QUANTITY TO RST-QTY-AFTER
033560     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
033570     MOVE "ADD" TO RST-ACTION-CODE
033580     PERFORM 9500-WRITE-AUDIT-RECORD
033590     DISPLAY "Product added successfully.".
033600
033610*    SHARED WITH THE PRODUCT MASTER LOAD, WHICH FILES ITS ADDS
033620*    WITH NO OPENING STOCK.
033630 3210-STORE-NEW-PRODUCT.
033640     ADD 1 TO RST-PRODUCT-COUNT
033650     SET RST-PRODUCT-IDX TO RST-PRODUCT-COUNT
033660     MOVE RST-ENTRY-PRODUCT-ID
033670         TO RST-PRODUCT-ID (RST-PRODUCT-IDX)
033680     MOVE RST-ENTRY-PRODUCT-NAME
033690         TO RST-PRODUCT-NAME (RST-PRODUCT-IDX)
033700     MOVE RST-ENTRY-QUANTITY
033710         TO RST-PRODUCT-QTY (RST-PRODUCT-IDX)
033720     MOVE RST-ENTRY-UNIT-PRICE
033730         TO RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
033740     MOVE RST-ENTRY-REORDER-LEVEL
033750         TO RST-REORDER-LEVEL (RST-PRODUCT-IDX)
033760     MOVE RST-ENTRY-LOCATION-CODE
033770         TO RST-HOME-LOCATION (RST-PRODUCT-IDX)
033780     MOVE RST-ENTRY-SUPPLIER-CODE
033790         TO RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
033800     MOVE RST-ENTRY-MIN-ORDER-QTY
033810         TO RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
033820     MOVE RST-ENTRY-UOM TO RST-STOCK-UOM (RST-PRODUCT-IDX)
033830     MOVE RST-ENTRY-CASE-PACK
033840         TO RST-CASE-PACK (RST-PRODUCT-IDX)
033850     MOVE RST-ENTRY-YES-NO
033860         TO RST-LOT-TRACKED (RST-PRODUCT-IDX)
033870*    NEW PRODUCTS START AS CLASS C AND NEVER COUNTED - THE
033880*    OVERNIGHT CLASSIFICATION PROMOTES THEM ONCE THEY MOVE.
033890     MOVE "C" TO RST-ABC-CLASS (RST-PRODUCT-IDX)
033900     MOVE 0 TO RST-LAST-COUNT-DATE (RST-PRODUCT-IDX)
033910     MOVE 0 TO RST-RESERVED-QTY (RST-PRODUCT-IDX)
033920     MOVE "A" TO RST-PRODUCT-STATUS (RST-PRODUCT-IDX)
033930     PERFORM 9650-WRITE-PRODUCT-TO-FILE
033940*    THE OPENING PRICE GOES ON THE HISTORY FILE TOO, SO LAST
033950*    MONTH'S PRICE CAN ALWAYS BE RECONSTRUCTED FROM ONE PLACE.
033960     PERFORM 6150-FILE-PRICE-HISTORY-ROW.
033970
033980*--------------------------------------------------------------*
033990* VIEW INVENTORY - SHOWS EACH PRODUCT'S SYSTEM-WIDE QUANTITY    *
034000* FOLLOWED BY ITS QUANTITY AT EACH WAREHOUSE LOCATION ON FILE.  *
034010*--------------------------------------------------------------*
034020 4000-VIEW-INVENTORY.
034030     IF RST-PRODUCT-COUNT = 0
034040         DISPLAY "Inventory is empty."
034050     ELSE
034060         DISPLAY "Inventory:"
034070         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
034080             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
034090             PERFORM 4100-DISPLAY-PRODUCT-LINE
034100         END-PERFORM
034110     END-IF.
034120
034130 4100-DISPLAY-PRODUCT-LINE.
034140     DISPLAY "Product ID: " RST-PRODUCT-ID (RST-PRODUCT-IDX)
034150     DISPLAY "Product Name: "
034160         RST-PRODUCT-NAME (RST-PRODUCT-IDX)
034170     DISPLAY "Quantity (System-Wide): "
034180         RST-PRODUCT-QTY (RST-PRODUCT-IDX)
034190     DISPLAY "Reserved for Orders: "
034200         RST-RESERVED-QTY (RST-PRODUCT-IDX)
034210     PERFORM 9805-COMPUTE-AVAILABLE-QTY
034220     DISPLAY "Available to Sell: " RST-AVAIL-QTY
034230     DISPLAY "Unit Price: $" RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
034240     DISPLAY "Reorder Level: "
034250         RST-REORDER-LEVEL (RST-PRODUCT-IDX)
034260     DISPLAY "Home Location: "
034270         RST-HOME-LOCATION (RST-PRODUCT-IDX)
034280     DISPLAY "Supplier: "
034290         RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
034300     DISPLAY "ABC Class: " RST-ABC-CLASS (RST-PRODUCT-IDX)
034310     DISPLAY "Stocking Unit: "
034320         RST-STOCK-UOM (RST-PRODUCT-IDX)
034330         "  Case Pack: " RST-CASE-PACK (RST-PRODUCT-IDX)
034340     DISPLAY "Lot Tracked: "
034350         RST-LOT-TRACKED (RST-PRODUCT-IDX)
034360     DISPLAY "Minimum Order Qty: "
034370         RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
034380     IF RST-PRODUCT-STATUS (RST-PRODUCT-IDX) = "D"
034390         DISPLAY "Status: DISCONTINUED - not reordered"
034400     END-IF
034410     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX) TO RST-ENTRY-PRODUCT-ID
034420     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
034430     IF RST-RECORD-FOUND
034440         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
034450                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
034460                     NOT = RST-ENTRY-PRODUCT-ID
034470             PERFORM 4200-DISPLAY-LOCATION-LINE
034480             PERFORM 9874-STEP-NEXT-LOCATION
034490         END-PERFORM
034500     END-IF.
034510
034520 4200-DISPLAY-LOCATION-LINE.
034530     DISPLAY "   Location "
034540         RST-LOC-CODE (RST-LOCATION-IDX)
034550         ": " RST-LOC-QTY (RST-LOCATION-IDX).
034560
034570*--------------------------------------------------------------*
034580* REORDER PLANNING - REORDER LEVELS AND MINIMUM ORDER QUANTITIES*
034590* ARE RESTATED FROM DEMAND INSTEAD OF STAYING AT WHATEVER WAS   *
034600* KEYED WHEN THE PRODUCT WAS ADDED. THE PLANNING PASS RUNS WITH *
034610* THE FIRST BATCH RUN OF EACH MONTH, OR ON DEMAND HERE, AND FILES*
034620* A RECOMMENDATION FOR EVERY PRODUCT WHOSE FIGURES WOULD CHANGE.*
034630* ANY OPERATOR MAY ACCEPT OR REJECT THE LINES; ONLY A SUPERVISOR*
034640* POSTS THE ACCEPTED ONES TO THE MASTER.                        *
034650*--------------------------------------------------------------*
034660 4300-REORDER-PLANNING.
034670     MOVE SPACES TO RST-ENTRY-SUB-OPTION
034680     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
034690             OR RST-ENTRY-SUB-OPTION = "x"
034700         PERFORM 4302-PROCESS-PLANNING-OPTION
034710     END-PERFORM.
034720
034730 4302-PROCESS-PLANNING-OPTION.
034740     DISPLAY " "
034750     DISPLAY "Reorder Planning - R=Run Planning Pass,"
034760     DISPLAY "L=List Recommendations, A=Accept/Reject Lines,"
034770     DISPLAY "P=Post Accepted Lines, X=Return: "
034780         WITH NO ADVANCING
034790     ACCEPT RST-ENTRY-SUB-OPTION
034800     EVALUATE RST-ENTRY-SUB-OPTION
034810         WHEN "R"
034820         WHEN "r"
034830             PERFORM 4310-RUN-PLANNING-PASS
034840         WHEN "L"
034850         WHEN "l"
034860             PERFORM 4360-LIST-RECOMMENDATIONS
034870         WHEN "A"
034880         WHEN "a"
034890             PERFORM 4370-DECIDE-RECOMMENDATIONS
034900         WHEN "P"
034910         WHEN "p"
034920             IF RST-OPERATOR-LEVEL < 3
034930                 DISPLAY "Posting reorder recommendations needs"
034940                 DISPLAY "supervisor authority."
034950                 MOVE "REORDER POST" TO RST-ACTION-DETAIL
034960                 PERFORM 2260-AUDIT-AUTH-REFUSAL
034970             ELSE
034980                 PERFORM 4380-POST-ACCEPTED-LINES
034990             END-IF
035000         WHEN "X"
035010         WHEN "x"
035020             CONTINUE
035030         WHEN OTHER
035040             DISPLAY "Invalid option."
035050     END-EVALUATE.
035060
035070*--------------------------------------------------------------*
035080* THE PLANNING PASS. ISSUES OVER THE LAST 13 WEEKS (FROM THE    *
035090* MOVEMENT FILE) ARE BUCKETED BY WEEK; THE AVERAGE GIVES DAILY  *
035100* USAGE AND THE SPREAD OF THE WEEKLY TOTALS GIVES ITS DAILY     *
035110* STANDARD DEVIATION. LEAD TIME IS THE SUPPLIER'S AVERAGE FROM  *
035120* PO DATE TO RECEIPT, AS ON THE SCORECARD, FALLING BACK TO THE  *
035130* PROMISED LEAD TIME ON THE SUPPLIER MASTER AND THEN TO A       *
035140* DEFAULT. THEN:                                                *
035150*   SAFETY STOCK  = FACTOR FOR THE ABC CLASS X DAILY DEVIATION  *
035160*                   X SQUARE ROOT OF LEAD TIME                  *
035170*   REORDER LEVEL = DAILY USAGE X LEAD TIME + SAFETY STOCK      *
035180*   ORDER QTY     = A MONTH'S USAGE, ROUNDED UP TO WHOLE CASES  *
035190*--------------------------------------------------------------*
035200 4310-RUN-PLANNING-PASS.
035210     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
035220     MOVE RST-SYSTEM-DATE TO RST-ENTRY-DATE-TO
035230     MOVE RST-SYSTEM-DATE TO RST-DATE-WORK
035240     MOVE RST-PLAN-WINDOW-DAYS TO RST-DAYS-TO-SUBTRACT
035250     PERFORM 9460-SUBTRACT-DAYS-FROM-DATE
035260     MOVE RST-DATE-WORK TO RST-ENTRY-DATE-FROM
035270     PERFORM 9470-DATE-TO-DAY-NUMBER
035280     MOVE RST-DAY-NUMBER TO RST-PLAN-START-DAY
035290     MOVE ZEROS TO RST-PLAN-USAGE-TABLE
035300     MOVE "U" TO RST-SCAN-MODE
035310     MOVE "D" TO RST-MOV-SCAN-BY
035320     MOVE RST-ENTRY-DATE-FROM TO RST-MOV-SCAN-FROM
035330     MOVE RST-ENTRY-DATE-TO TO RST-MOV-SCAN-TO
035340     PERFORM 9540-SCAN-MOVEMENT-HISTORY
035350     MOVE 0 TO RST-SCORE-COUNT
035360     PERFORM 8805-TALLY-PO-HISTORY
035370     MOVE 0 TO RST-PLAN-PLANNED
035380     MOVE 0 TO RST-PLAN-CHANGED
035390     MOVE RST-SYSTEM-DATE TO RST-PLH-DATE
035400     MOVE RST-ENTRY-DATE-FROM TO RST-PLH-FROM-DATE
035410     MOVE RST-PLAN-HEADING TO RST-PRINT-LINE
035420     PERFORM 9950-WRITE-REPORT-LINE
035430     MOVE RST-PLAN-LEGEND-LINE TO RST-PRINT-LINE
035440     PERFORM 9950-WRITE-REPORT-LINE
035450     MOVE RST-PLAN-COLUMN-HEADING TO RST-PRINT-LINE
035460     PERFORM 9950-WRITE-REPORT-LINE
035470     PERFORM VARYING RST-PLAN-SUB FROM 1 BY 1
035480         UNTIL RST-PLAN-SUB > RST-PRODUCT-COUNT
035490         PERFORM 4318-CONSIDER-PLAN-PRODUCT
035500     END-PERFORM
035510     MOVE RST-PLAN-PLANNED TO RST-PLT-PLANNED
035520     MOVE RST-PLAN-CHANGED TO RST-PLT-CHANGED
035530     MOVE RST-PLAN-TOTAL-LINE TO RST-PRINT-LINE
035540     PERFORM 9950-WRITE-REPORT-LINE.
035550
035560*    DISCONTINUED PRODUCTS ARE NOT REPLENISHED, SO THEY GET NO
035570*    RECOMMENDATION AND ANY STILL PENDING FOR ONE IS DROPPED.
035580 4318-CONSIDER-PLAN-PRODUCT.
035590     IF RST-PRODUCT-STATUS (RST-PLAN-SUB) = "D"
035600         PERFORM 4345-DROP-STALE-RECOMMENDATION
035610     ELSE
035620         PERFORM 4320-PLAN-ONE-PRODUCT
035630     END-IF.
035640
035650 4320-PLAN-ONE-PRODUCT.
035660     ADD 1 TO RST-PLAN-PLANNED
035670     PERFORM 4325-MEASURE-USAGE
035680     PERFORM 4330-FIND-PLAN-LEAD-TIME
035690     PERFORM 4335-FIND-SERVICE-TARGET
035700     COMPUTE RST-PLAN-SAFETY-STOCK ROUNDED =
035710         RST-PLAN-SVC-FACTOR (RST-PLAN-SVC-SUB)
035720         * RST-PLAN-DAILY-SIGMA
035730         * RST-PLAN-LEAD-DAYS ** 0.5
035740     COMPUTE RST-PLAN-NEW-REORDER ROUNDED =
035750         RST-PLAN-DAILY-USAGE * RST-PLAN-LEAD-DAYS
035760         + RST-PLAN-SAFETY-STOCK
035770     IF RST-PLAN-NEW-REORDER > 99999
035780         MOVE 99999 TO RST-PLAN-NEW-REORDER
035790     END-IF
035800     PERFORM 4337-SIZE-ORDER-QUANTITY
035810     IF RST-PLAN-NEW-REORDER = RST-REORDER-LEVEL (RST-PLAN-SUB)
035820             AND RST-PLAN-NEW-ORDER-QTY
035830                 = RST-MIN-ORDER-QTY (RST-PLAN-SUB)
035840         PERFORM 4345-DROP-STALE-RECOMMENDATION
035850     ELSE
035860         ADD 1 TO RST-PLAN-CHANGED
035870         PERFORM 4350-FILE-RECOMMENDATION
035880         PERFORM 4357-PRINT-RECOMMENDATION
035890     END-IF.
035900
035910 4325-MEASURE-USAGE.
035920     MOVE 0 TO RST-PLAN-TOTAL-QTY
035930     PERFORM VARYING RST-PLAN-WEEK-SUB FROM 1 BY 1
035940         UNTIL RST-PLAN-WEEK-SUB > RST-PLAN-WEEKS
035950         PERFORM 4326-ADD-WEEK-TO-TOTAL
035960     END-PERFORM
035970     COMPUTE RST-PLAN-WEEK-MEAN =
035980         RST-PLAN-TOTAL-QTY / RST-PLAN-WEEKS
035990     MOVE 0 TO RST-PLAN-SUM-SQUARES
036000     PERFORM VARYING RST-PLAN-WEEK-SUB FROM 1 BY 1
036010         UNTIL RST-PLAN-WEEK-SUB > RST-PLAN-WEEKS
036020         PERFORM 4327-ADD-WEEK-DEVIATION
036030     END-PERFORM
036040     COMPUTE RST-PLAN-DAILY-USAGE ROUNDED =
036050         RST-PLAN-TOTAL-QTY / RST-PLAN-WINDOW-DAYS
036060*    DAYS ARE TAKEN AS INDEPENDENT, SO THE DAILY VARIANCE IS THE
036070*    WEEKLY (SAMPLE) VARIANCE OVER SEVEN.
036080     COMPUTE RST-PLAN-DAILY-SIGMA ROUNDED =
036090         (RST-PLAN-SUM-SQUARES / (RST-PLAN-WEEKS - 1) / 7)
036100         ** 0.5.
036110
036120 4326-ADD-WEEK-TO-TOTAL.
036130     ADD RST-PLAN-WEEK-QTY (RST-PLAN-SUB RST-PLAN-WEEK-SUB)
036140         TO RST-PLAN-TOTAL-QTY.
036150
036160 4327-ADD-WEEK-DEVIATION.
036170     COMPUTE RST-PLAN-DEVIATION =
036180         RST-PLAN-WEEK-QTY (RST-PLAN-SUB RST-PLAN-WEEK-SUB)
036190         - RST-PLAN-WEEK-MEAN
036200     COMPUTE RST-PLAN-SUM-SQUARES = RST-PLAN-SUM-SQUARES
036210         + RST-PLAN-DEVIATION * RST-PLAN-DEVIATION.
036220
036230 4330-FIND-PLAN-LEAD-TIME.
036240     MOVE RST-PLAN-DEFAULT-LEAD TO RST-PLAN-LEAD-DAYS
036250     MOVE "D" TO RST-PLAN-LEAD-SOURCE
036260     IF RST-PRODUCT-SUPPLIER (RST-PLAN-SUB) NOT = SPACES
036270         MOVE "N" TO RST-FOUND-SWITCH
036280         PERFORM VARYING RST-SCOR-SUBSCRIPT FROM 1 BY 1
036290             UNTIL RST-SCOR-SUBSCRIPT > RST-SCORE-COUNT
036300                 OR RST-RECORD-FOUND
036310             PERFORM 4332-CHECK-PLAN-SUPPLIER
036320         END-PERFORM
036330         IF RST-RECORD-FOUND
036340             SUBTRACT 1 FROM RST-SCOR-SUBSCRIPT
036350             IF RST-SCO-LINES (RST-SCOR-SUBSCRIPT) = 0
036360                 MOVE "N" TO RST-FOUND-SWITCH
036370             END-IF
036380         END-IF
036390         IF RST-RECORD-FOUND
036400             COMPUTE RST-PLAN-LEAD-DAYS ROUNDED =
036410                 RST-SCO-LEAD-SUM (RST-SCOR-SUBSCRIPT)
036420                 / RST-SCO-LINES (RST-SCOR-SUBSCRIPT)
036430             MOVE "A" TO RST-PLAN-LEAD-SOURCE
036440         ELSE
036450             MOVE RST-PRODUCT-SUPPLIER (RST-PLAN-SUB)
036460                 TO RST-FILE-SUPPLIER-CODE
036470             READ SUPPLIER-FILE
036480             IF RST-SUPPLIER-STATUS = "00"
036490                     AND RST-FILE-LEAD-TIME > 0
036500                 MOVE RST-FILE-LEAD-TIME TO RST-PLAN-LEAD-DAYS
036510                 MOVE "P" TO RST-PLAN-LEAD-SOURCE
036520             END-IF
036530         END-IF
036540     END-IF
036550*    SAME-DAY RECEIPTS STILL NEED A DAY'S COVER.
036560     IF RST-PLAN-LEAD-DAYS = 0
036570         MOVE 1 TO RST-PLAN-LEAD-DAYS
036580     END-IF.
036590
036600 4332-CHECK-PLAN-SUPPLIER.
036610     IF RST-SCO-SUPPLIER (RST-SCOR-SUBSCRIPT)
036620             = RST-PRODUCT-SUPPLIER (RST-PLAN-SUB)
036630         MOVE "Y" TO RST-FOUND-SWITCH
036640     END-IF.
036650
036660*    A PRODUCT NOT YET CLASSED IS PLANNED AS CLASS C.
036670 4335-FIND-SERVICE-TARGET.
036680     EVALUATE RST-ABC-CLASS (RST-PLAN-SUB)
036690         WHEN "A"
036700             MOVE 1 TO RST-PLAN-SVC-SUB
036710         WHEN "B"
036720             MOVE 2 TO RST-PLAN-SVC-SUB
036730         WHEN OTHER
036740             MOVE 3 TO RST-PLAN-SVC-SUB
036750     END-EVALUATE.
036760
036770*    A MONTH'S USAGE IN WHOLE CASES - NEVER LESS THAN ONE CASE
036780*    (ONE UNIT WHERE NO CASE PACK IS SET).
036790 4337-SIZE-ORDER-QUANTITY.
036800     COMPUTE RST-PLAN-CYCLE-QTY ROUNDED =
036810         RST-PLAN-DAILY-USAGE * RST-PLAN-COVER-DAYS
036820     MOVE RST-CASE-PACK (RST-PLAN-SUB) TO RST-PLAN-PACK
036830     IF RST-PLAN-PACK = 0
036840         MOVE 1 TO RST-PLAN-PACK
036850     END-IF
036860     DIVIDE RST-PLAN-CYCLE-QTY BY RST-PLAN-PACK
036870         GIVING RST-PLAN-PACKS REMAINDER RST-PLAN-PACK-REM
036880     IF RST-PLAN-PACK-REM > 0 OR RST-PLAN-PACKS = 0
036890         ADD 1 TO RST-PLAN-PACKS
036900     END-IF
036910     COMPUTE RST-PLAN-NEW-ORDER-QTY =
036920         RST-PLAN-PACKS * RST-PLAN-PACK
036930     IF RST-PLAN-NEW-ORDER-QTY > 99999
036940         MOVE 99999 TO RST-PLAN-NEW-ORDER-QTY
036950     END-IF.
036960
036970*--------------------------------------------------------------*
036980* ONE AUDIT LINE FOR THE PLANNING TALLY - ISSUES INSIDE THE     *
036990* WINDOW ADD THEIR QUANTITY TO THE PRODUCT'S ROW IN THE WEEK    *
037000* THEY FELL IN. TODAY'S ISSUES WAIT FOR NEXT TIME SO THE LAST   *
037010* WEEK IS NOT A PART DAY SHORT.                                 *
037020*--------------------------------------------------------------*
037030 4340-TALLY-USAGE-LINE.
037040     IF RST-AUDP-LINE-VALID
037050             AND RST-AUDP-DATE NOT < RST-ENTRY-DATE-FROM
037060             AND RST-AUDP-DATE < RST-ENTRY-DATE-TO
037070             AND (RST-AUDP-ACTION = "ISSUE"
037080                 OR RST-AUDP-ACTION = "BACKFILL"
037090                 OR RST-AUDP-ACTION = "ORD-ISSUE"
037100                 OR RST-AUDP-ACTION = "KIT-ISSUE")
037110         MOVE RST-AUDP-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
037120         PERFORM 9800-FIND-PRODUCT
037130         IF RST-RECORD-FOUND
037140             COMPUTE RST-PLAN-ISSUE-QTY =
037150                 RST-AUDP-BEFORE-QTY - RST-AUDP-AFTER-QTY
037160             IF RST-PLAN-ISSUE-QTY > 0
037170                 PERFORM 4342-ADD-TO-USAGE-WEEK
037180             END-IF
037190         END-IF
037200     END-IF.
037210
037220 4342-ADD-TO-USAGE-WEEK.
037230     MOVE RST-AUDP-DATE TO RST-DATE-WORK
037240     PERFORM 9470-DATE-TO-DAY-NUMBER
037250     COMPUTE RST-PLAN-DAY-OFFSET =
037260         RST-DAY-NUMBER - RST-PLAN-START-DAY
037270     DIVIDE RST-PLAN-DAY-OFFSET BY 7 GIVING RST-PLAN-WEEK-SUB
037280     ADD 1 TO RST-PLAN-WEEK-SUB
037290     IF RST-PLAN-WEEK-SUB NOT > RST-PLAN-WEEKS
037300         ADD RST-PLAN-ISSUE-QTY
037310             TO RST-PLAN-WEEK-QTY
037320                 (RST-SUBSCRIPT RST-PLAN-WEEK-SUB)
037330     END-IF.
037340
037350*    A PRODUCT WHOSE FIGURES ALREADY MATCH LOSES ANY LINE LEFT
037360*    FROM AN EARLIER PASS; POSTED LINES STAY AS THE RECORD OF
037370*    WHAT WAS APPLIED.
037380 4345-DROP-STALE-RECOMMENDATION.
037390     MOVE RST-PRODUCT-ID (RST-PLAN-SUB) TO RST-FILE-REC-PRODUCT-ID
037400     READ RECOMMEND-FILE
037410     IF RST-RECOM-STATUS = "00"
037420             AND RST-FILE-REC-STATE NOT = "U"
037430         DELETE RECOMMEND-FILE RECORD
037440     END-IF.
037450
037460*    A NEW PASS RESTATES ANY EARLIER LINE FOR THE PRODUCT AND
037470*    PUTS IT BACK TO PROPOSED - AN OLD DECISION WAS ABOUT OLD
037480*    FIGURES.
037490 4350-FILE-RECOMMENDATION.
037500     MOVE RST-PRODUCT-ID (RST-PLAN-SUB) TO RST-FILE-REC-PRODUCT-ID
037510     MOVE RST-SYSTEM-DATE TO RST-FILE-REC-RUN-DATE
037520     MOVE RST-PRODUCT-SUPPLIER (RST-PLAN-SUB)
037530         TO RST-FILE-REC-SUPPLIER
037540     MOVE RST-ABC-CLASS (RST-PLAN-SUB) TO RST-FILE-REC-ABC-CLASS
037550     MOVE RST-PLAN-DAILY-USAGE TO RST-FILE-REC-DAILY-USAGE
037560     MOVE RST-PLAN-DAILY-SIGMA TO RST-FILE-REC-DAILY-SIGMA
037570     MOVE RST-PLAN-LEAD-DAYS TO RST-FILE-REC-LEAD-DAYS
037580     MOVE RST-PLAN-LEAD-SOURCE TO RST-FILE-REC-LEAD-SOURCE
037590     MOVE RST-PLAN-SVC-PCT (RST-PLAN-SVC-SUB)
037600         TO RST-FILE-REC-SERVICE-PCT
037610     MOVE RST-REORDER-LEVEL (RST-PLAN-SUB)
037620         TO RST-FILE-REC-CUR-REORDER
037630     MOVE RST-PLAN-NEW-REORDER TO RST-FILE-REC-NEW-REORDER
037640     MOVE RST-MIN-ORDER-QTY (RST-PLAN-SUB)
037650         TO RST-FILE-REC-CUR-ORDER-QTY
037660     MOVE RST-PLAN-NEW-ORDER-QTY TO RST-FILE-REC-NEW-ORDER-QTY
037670     MOVE "P" TO RST-FILE-REC-STATE
037680     MOVE SPACES TO RST-FILE-REC-DECIDED-BY
037690     MOVE SPACES TO RST-FILE-REC-APPLIED-BY
037700     MOVE 0 TO RST-FILE-REC-APPLIED-DATE
037710     WRITE RECOMMEND-RECORD
037720     IF RST-RECOM-STATUS = "22"
037730         REWRITE RECOMMEND-RECORD
037740     END-IF
037750     IF RST-RECOM-STATUS NOT = "00"
037760         DISPLAY "Warning: could not file recommendation for "
037770             RST-FILE-REC-PRODUCT-ID
037780         DISPLAY "status " RST-RECOM-STATUS
037790     END-IF.
037800
037810 4355-BUILD-RECOMMENDATION-LINE.
037820     MOVE RST-FILE-REC-PRODUCT-ID TO RST-PLD-PRODUCT-ID
037830     MOVE RST-FILE-REC-ABC-CLASS TO RST-PLD-CLASS
037840     MOVE RST-FILE-REC-SUPPLIER TO RST-PLD-SUPPLIER
037850     MOVE RST-FILE-REC-DAILY-USAGE TO RST-PLD-DAILY-USAGE
037860     MOVE RST-FILE-REC-DAILY-SIGMA TO RST-PLD-DAILY-SIGMA
037870     MOVE RST-FILE-REC-LEAD-DAYS TO RST-PLD-LEAD-DAYS
037880     MOVE RST-FILE-REC-LEAD-SOURCE TO RST-PLD-LEAD-SOURCE
037890     MOVE RST-FILE-REC-SERVICE-PCT TO RST-PLD-SERVICE-PCT
037900     MOVE RST-FILE-REC-CUR-REORDER TO RST-PLD-CUR-REORDER
037910     MOVE RST-FILE-REC-NEW-REORDER TO RST-PLD-NEW-REORDER
037920     MOVE RST-FILE-REC-CUR-ORDER-QTY TO RST-PLD-CUR-ORDER-QTY
037930     MOVE RST-FILE-REC-NEW-ORDER-QTY TO RST-PLD-NEW-ORDER-QTY
037940     MOVE RST-FILE-REC-STATE TO RST-PLD-STATE.
037950
037960 4357-PRINT-RECOMMENDATION.
037970     PERFORM 4355-BUILD-RECOMMENDATION-LINE
037980     MOVE RST-PLAN-DETAIL TO RST-PRINT-LINE
037990     PERFORM 9950-WRITE-REPORT-LINE.
038000
038010*--------------------------------------------------------------*
038020* LISTS THE RECOMMENDATIONS STILL OPEN - STATE P (PROPOSED),    *
038030* A (ACCEPTED) OR R (REJECTED). POSTED LINES (U) ARE LEFT OUT.  *
038040*--------------------------------------------------------------*
038050 4360-LIST-RECOMMENDATIONS.
038060     MOVE 0 TO RST-PLAN-LINES
038070     MOVE RST-PLAN-LEGEND-LINE TO RST-PRINT-LINE
038080     PERFORM 9950-WRITE-REPORT-LINE
038090     MOVE RST-PLAN-COLUMN-HEADING TO RST-PRINT-LINE
038100     PERFORM 9950-WRITE-REPORT-LINE
038110     PERFORM 4362-START-RECOMMENDATIONS
038120     IF RST-RECOM-STATUS = "00"
038130         PERFORM 4365-READ-RECOMMENDATION
038140         PERFORM UNTIL RST-RECOM-STATUS NOT = "00"
038150             PERFORM 4367-LIST-ONE-RECOMMENDATION
038160             PERFORM 4365-READ-RECOMMENDATION
038170         END-PERFORM
038180     END-IF
038190     IF RST-PLAN-LINES = 0
038200         DISPLAY "No open reorder recommendations on file."
038210     END-IF.
038220
038230 4362-START-RECOMMENDATIONS.
038240     MOVE LOW-VALUES TO RST-FILE-REC-PRODUCT-ID
038250     START RECOMMEND-FILE KEY IS NOT LESS THAN
038260         RST-FILE-REC-PRODUCT-ID.
038270
038280 4365-READ-RECOMMENDATION.
038290     READ RECOMMEND-FILE NEXT RECORD
038300     IF RST-RECOM-STATUS NOT = "00"
038310             AND RST-RECOM-STATUS NOT = "10"
038320         DISPLAY "Warning: could not read recommendation"
038330         DISPLAY "file, status " RST-RECOM-STATUS
038340     END-IF.
038350
038360 4367-LIST-ONE-RECOMMENDATION.
038370     IF RST-FILE-REC-STATE NOT = "U"
038380         ADD 1 TO RST-PLAN-LINES
038390         PERFORM 4357-PRINT-RECOMMENDATION
038400     END-IF.
038410
038420*--------------------------------------------------------------*
038430* WALKS THE OPEN RECOMMENDATIONS ONE AT A TIME FOR A DECISION.  *
038440* A DECISION CAN BE CHANGED BY WALKING THE LINES AGAIN UNTIL    *
038450* THE LINE IS POSTED.                                           *
038460*--------------------------------------------------------------*
038470 4370-DECIDE-RECOMMENDATIONS.
038480     MOVE 0 TO RST-PLAN-LINES
038490     MOVE "N" TO RST-PLAN-STOP-SWITCH
038500     DISPLAY RST-PLAN-LEGEND-LINE
038510     PERFORM 4362-START-RECOMMENDATIONS
038520     IF RST-RECOM-STATUS = "00"
038530         PERFORM 4365-READ-RECOMMENDATION
038540         PERFORM UNTIL RST-RECOM-STATUS NOT = "00"
038550                 OR RST-PLAN-STOP
038560             PERFORM 4375-DECIDE-ONE-LINE
038570             PERFORM 4365-READ-RECOMMENDATION
038580         END-PERFORM
038590     END-IF
038600     DISPLAY RST-PLAN-LINES " recommendation lines decided.".
038610
038620 4375-DECIDE-ONE-LINE.
038630     IF RST-FILE-REC-STATE NOT = "U"
038640         PERFORM 4355-BUILD-RECOMMENDATION-LINE
038650         DISPLAY " "
038660         DISPLAY RST-PLAN-COLUMN-HEADING
038670         DISPLAY RST-PLAN-DETAIL
038680         DISPLAY "A=Accept, R=Reject, blank=Skip, X=Stop: "
038690             WITH NO ADVANCING
038700         ACCEPT RST-ENTRY-YES-NO
038710         EVALUATE RST-ENTRY-YES-NO
038720             WHEN "A"
038730             WHEN "a"
038740                 MOVE "A" TO RST-FILE-REC-STATE
038750                 PERFORM 4377-REWRITE-DECISION
038760             WHEN "R"
038770             WHEN "r"
038780                 MOVE "R" TO RST-FILE-REC-STATE
038790                 PERFORM 4377-REWRITE-DECISION
038800             WHEN "X"
038810             WHEN "x"
038820                 MOVE "Y" TO RST-PLAN-STOP-SWITCH
038830             WHEN OTHER
038840                 CONTINUE
038850         END-EVALUATE
038860     END-IF.
038870
038880 4377-REWRITE-DECISION.
038890     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-REC-DECIDED-BY
038900     REWRITE RECOMMEND-RECORD
038910     IF RST-RECOM-STATUS NOT = "00"
038920         DISPLAY "Warning: could not rewrite recommendation,"
038930         DISPLAY "status " RST-RECOM-STATUS
038940     ELSE
038950         ADD 1 TO RST-PLAN-LINES
038960     END-IF.
038970
038980*--------------------------------------------------------------*
038990* POSTS EVERY ACCEPTED LINE - THE PROPOSED REORDER LEVEL AND    *
039000* ORDER QUANTITY GO ONTO THE MASTER, AN UPDATE AUDIT ROW IS     *
039010* WRITTEN, AND THE LINE IS MARKED POSTED WITH WHO AND WHEN.     *
039020*--------------------------------------------------------------*
039030 4380-POST-ACCEPTED-LINES.
039040     MOVE 0 TO RST-PLAN-LINES
039050     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
039060     PERFORM 4362-START-RECOMMENDATIONS
039070     IF RST-RECOM-STATUS = "00"
039080         PERFORM 4365-READ-RECOMMENDATION
039090         PERFORM UNTIL RST-RECOM-STATUS NOT = "00"
039100             PERFORM 4385-POST-ONE-LINE
039110             PERFORM 4365-READ-RECOMMENDATION
039120         END-PERFORM
039130     END-IF
039140     DISPLAY RST-PLAN-LINES " reorder recommendations posted.".
039150
039160 4385-POST-ONE-LINE.
039170     IF RST-FILE-REC-STATE = "A"
039180         PERFORM 4387-POST-TO-MASTER
039190     END-IF.
039200
039210 4387-POST-TO-MASTER.
039220     MOVE RST-FILE-REC-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
039230     PERFORM 9800-FIND-PRODUCT
039240     IF RST-RECORD-NOT-FOUND
039250         DISPLAY "Product " RST-FILE-REC-PRODUCT-ID
039260             " is no longer on file - line not posted."
039270     ELSE
039280         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
039290         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
039300         MOVE RST-FILE-REC-NEW-REORDER
039310             TO RST-REORDER-LEVEL (RST-SUBSCRIPT)
039320         MOVE RST-FILE-REC-NEW-ORDER-QTY
039330             TO RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
039340         SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
039350         PERFORM 9655-REWRITE-PRODUCT-TO-FILE
039360         MOVE "UPDATE" TO RST-ACTION-CODE
039370         MOVE "REORDER PLAN" TO RST-ACTION-DETAIL
039380         PERFORM 9500-WRITE-AUDIT-RECORD
039390         MOVE "U" TO RST-FILE-REC-STATE
039400         MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-REC-APPLIED-BY
039410         MOVE RST-SYSTEM-DATE TO RST-FILE-REC-APPLIED-DATE
039420         REWRITE RECOMMEND-RECORD
039430         IF RST-RECOM-STATUS NOT = "00"
039440             DISPLAY "Warning: could not mark recommendation"
039450             DISPLAY "posted, status " RST-RECOM-STATUS
039460         END-IF
039470         ADD 1 TO RST-PLAN-LINES
039480     END-IF.
039490
039500*--------------------------------------------------------------*
039510* PRODUCT MASTER LOAD - APPLIES A FILE OF ADD, CHANGE AND       *
039520* DISCONTINUE RECORDS (INVMLOAD.DAT) TO THE PRODUCT MASTER, SO  *
039530* A NEW RANGE FROM A SUPPLIER NEED NOT BE KEYED ONE SCREEN AT A *
039540* TIME. EVERY RECORD IS EDITED AS THE ADD AND UPDATE SCREENS    *
039550* EDIT, AND THE SUPPLIER MUST BE ON SUPMAST. THE EDIT REPORT    *
039560* SHOWS BEFORE AND AFTER VALUES FOR EACH ACCEPTED RECORD AND    *
039570* THE REASON FOR EACH REJECTED ONE. E RUNS THE EDITS ONLY, SO   *
039580* PURCHASING CAN TRY A FILE WITHOUT CHANGING ANYTHING; P POSTS  *
039590* IT (SUPERVISOR ONLY), AS THE NIGHTLY RUN DOES WITH ANY FILE   *
039600* STILL WAITING.                                                *
039610*--------------------------------------------------------------*
039620 4400-PRODUCT-MASTER-LOAD.
039630     MOVE SPACES TO RST-ENTRY-SUB-OPTION
039640     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
039650             OR RST-ENTRY-SUB-OPTION = "x"
039660         PERFORM 4402-PROCESS-LOAD-OPTION
039670     END-PERFORM.
039680
039690 4402-PROCESS-LOAD-OPTION.
039700     DISPLAY " "
039710     DISPLAY "Product Master Load - E=Edit Only (nothing posted),"
039720     DISPLAY "P=Edit and Post, X=Return: "
039730         WITH NO ADVANCING
039740     ACCEPT RST-ENTRY-SUB-OPTION
039750     EVALUATE RST-ENTRY-SUB-OPTION
039760         WHEN "E"
039770         WHEN "e"
039780             MOVE "N" TO RST-MLD-POST-SWITCH
039790             PERFORM 4410-RUN-MASTER-LOAD
039800         WHEN "P"
039810         WHEN "p"
039820             IF RST-OPERATOR-LEVEL < 3
039830                 DISPLAY "Posting a product master load needs"
039840                 DISPLAY "supervisor authority."
039850                 MOVE "MASTER LOAD" TO RST-ACTION-DETAIL
039860                 PERFORM 2260-AUDIT-AUTH-REFUSAL
039870             ELSE
039880                 PERFORM 4404-CONFIRM-LOAD-POSTING
039890             END-IF
039900         WHEN "X"
039910         WHEN "x"
039920             CONTINUE
039930         WHEN OTHER
039940             DISPLAY "Invalid option."
039950     END-EVALUATE.
039960
039970 4404-CONFIRM-LOAD-POSTING.
039980     DISPLAY "Post the product master load file to the"
039990     DISPLAY "master now? (Y/N): " WITH NO ADVANCING
040000     ACCEPT RST-ENTRY-YES-NO
040010     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
040020         MOVE "Y" TO RST-MLD-POST-SWITCH
040030         PERFORM 4410-RUN-MASTER-LOAD
040040     ELSE
040050         DISPLAY "Posting cancelled - nothing loaded."
040060     END-IF.
040070
040080 4410-RUN-MASTER-LOAD.
040090     MOVE 0 TO RST-MLD-READ
040100     MOVE 0 TO RST-MLD-ACCEPTED
040110     MOVE 0 TO RST-MLD-REJECTED
040120     MOVE 0 TO RST-MLD-ADDED
040130     MOVE 0 TO RST-MLD-CHANGED
040140     MOVE 0 TO RST-MLD-DISCONTINUED
040150     IF RST-MLD-POSTING
040160         MOVE "POSTED TO THE MASTER" TO RST-MLH-MODE
040170     ELSE
040180         MOVE "EDIT ONLY - NOTHING POSTED" TO RST-MLH-MODE
040190     END-IF
040200     MOVE RST-MLD-HEADING TO RST-PRINT-LINE
040210     PERFORM 9950-WRITE-REPORT-LINE
040220     MOVE RST-MLD-COLUMN-HEADING TO RST-PRINT-LINE
040230     PERFORM 9950-WRITE-REPORT-LINE
040240     OPEN INPUT MLOAD-INPUT-FILE
040250     IF RST-MLDIN-STATUS = "35"
040260         MOVE "NO PRODUCT MASTER LOAD FILE - NOTHING LOADED."
040270             TO RST-PRINT-LINE
040280         PERFORM 9950-WRITE-REPORT-LINE
040290         MOVE "I" TO RST-STP-NEW-SEV
040300         MOVE "NO LOAD FILE WAITING" TO RST-STP-NEW-TEXT
040310         PERFORM 9942-RAISE-STEP-SEVERITY
040320     ELSE
040330         IF RST-MLDIN-STATUS NOT = "00"
040340             DISPLAY "Warning: could not open product master"
040350             DISPLAY "load file, status " RST-MLDIN-STATUS
040360             MOVE "E" TO RST-STP-NEW-SEV
040370             MOVE "LOAD FILE COULD NOT BE OPENED"
040380                 TO RST-STP-NEW-TEXT
040390             PERFORM 9942-RAISE-STEP-SEVERITY
040400         ELSE
040410             IF RST-MLD-POSTING
040420                 PERFORM 4412-POST-LOAD-FILE
040430             ELSE
040440                 PERFORM 4416-EDIT-LOAD-RECORDS
040450                 CLOSE MLOAD-INPUT-FILE
040460             END-IF
040470         END-IF
040480     END-IF
040490     MOVE RST-MLD-READ TO RST-MLC-READ
040500     MOVE RST-MLD-ACCEPTED TO RST-MLC-ACCEPTED
040510     MOVE RST-MLD-REJECTED TO RST-MLC-REJECTED
040520     MOVE RST-MLD-ADDED TO RST-MLC-ADDED
040530     MOVE RST-MLD-CHANGED TO RST-MLC-CHANGED
040540     MOVE RST-MLD-DISCONTINUED TO RST-MLC-DISCONTINUED
040550     MOVE RST-MLD-CONTROL-LINE TO RST-PRINT-LINE
040560     PERFORM 9950-WRITE-REPORT-LINE
040570     DISPLAY RST-MLD-CONTROL-LINE
040580     IF RST-MLD-REJECTED > 0
040590         MOVE "W" TO RST-STP-NEW-SEV
040600         MOVE "MASTER LOAD RECORDS REJECTED" TO RST-STC-LABEL
040610         MOVE RST-MLD-REJECTED TO RST-STC-COUNT
040620         MOVE RST-STP-COUNT-TEXT TO RST-STP-NEW-TEXT
040630         PERFORM 9942-RAISE-STEP-SEVERITY
040640     END-IF.
040650
040660*    A POSTED FILE IS CONSUMED THE SAME WAY THE SCANNER AND
040670*    SUPPLIER INVOICE FILES ARE: ARCHIVED RECORD BY RECORD AND
040680*    THEN REMOVED. AN EDIT-ONLY PASS LEAVES IT WHERE IT IS.
040690 4412-POST-LOAD-FILE.
040700     IF RST-BATCH-MODE
040710         MOVE RST-RUN-BUSINESS-DATE TO RST-MLDA-DATE
040720     ELSE
040730         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
040740         MOVE RST-SYSTEM-DATE TO RST-MLDA-DATE
040750     END-IF
040760     OPEN EXTEND MLOAD-ARCH-FILE
040770     IF RST-MLDARCH-STATUS = "35"
040780         OPEN OUTPUT MLOAD-ARCH-FILE
040790     END-IF
040800     IF RST-MLDARCH-STATUS NOT = "00"
040810         DISPLAY "Warning: could not open master load archive "
040820             RST-MLDARCH-NAME
040830         DISPLAY "Load skipped so the file cannot be"
040840         DISPLAY "consumed twice."
040850         MOVE "E" TO RST-STP-NEW-SEV
040860         MOVE "LOAD ARCHIVE NOT OPENED - NOT LOADED"
040870             TO RST-STP-NEW-TEXT
040880         PERFORM 9942-RAISE-STEP-SEVERITY
040890         CLOSE MLOAD-INPUT-FILE
040900     ELSE
040910         PERFORM 4416-EDIT-LOAD-RECORDS
040920         CLOSE MLOAD-INPUT-FILE
040930         CLOSE MLOAD-ARCH-FILE
040940         DELETE FILE MLOAD-INPUT-FILE
040950         IF RST-MLDIN-STATUS NOT = "00"
040960             DISPLAY "Warning: could not remove the loaded"
040970             DISPLAY "master file, status " RST-MLDIN-STATUS
040980             MOVE "W" TO RST-STP-NEW-SEV
040990             MOVE "LOADED FILE NOT REMOVED" TO RST-STP-NEW-TEXT
041000             PERFORM 9942-RAISE-STEP-SEVERITY
041010         END-IF
041020         DISPLAY "Product master load archived to "
041030             RST-MLDARCH-NAME
041040     END-IF.
041050
041060 4416-EDIT-LOAD-RECORDS.
041070     PERFORM 4417-READ-LOAD-RECORD
041080     PERFORM UNTIL RST-MLDIN-STATUS NOT = "00"
041090         PERFORM 4418-PROCESS-LOAD-RECORD
041100         PERFORM 4417-READ-LOAD-RECORD
041110     END-PERFORM.
041120
041130 4417-READ-LOAD-RECORD.
041140     READ MLOAD-INPUT-FILE.
041150
041160*    EACH RECORD IS EDITED IN FULL FIRST; ONLY A RECORD WITH NO
041170*    REJECT REASON IS SHOWN FIELD BY FIELD AND, WHEN POSTING,
041180*    APPLIED.
041190 4418-PROCESS-LOAD-RECORD.
041200     ADD 1 TO RST-MLD-READ
041210     MOVE MLOAD-INPUT-RECORD TO RST-MLI-INPUT
041220     IF RST-MLD-POSTING
041230         MOVE MLOAD-INPUT-RECORD TO MLOAD-ARCH-RECORD
041240         WRITE MLOAD-ARCH-RECORD
041250         IF RST-MLDARCH-STATUS NOT = "00"
041260             DISPLAY "Warning: could not write master load"
041270             DISPLAY "archive record, status " RST-MLDARCH-STATUS
041280         END-IF
041290     END-IF
041300     MOVE SPACES TO RST-MLD-REASON
041310     MOVE RST-MLI-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
041320     EVALUATE RST-MLI-TYPE
041330         WHEN "A"
041340             MOVE "ADD" TO RST-MLR-TYPE
041350             PERFORM 4420-EDIT-ADD-RECORD
041360         WHEN "C"
041370             MOVE "CHANGE" TO RST-MLR-TYPE
041380             PERFORM 4430-EDIT-CHANGE-RECORD
041390         WHEN "D"
041400             MOVE "DISCONTINUE" TO RST-MLR-TYPE
041410             PERFORM 4440-EDIT-DISCONTINUE-RECORD
041420         WHEN OTHER
041430             MOVE RST-MLI-TYPE TO RST-MLR-TYPE
041440             MOVE "UNKNOWN RECORD TYPE" TO RST-MLD-NEW-REASON
041450             PERFORM 4429-NOTE-REJECT-REASON
041460     END-EVALUATE
041470     MOVE RST-MLD-READ TO RST-MLR-SEQ
041480     MOVE RST-MLI-PRODUCT-ID TO RST-MLR-PRODUCT-ID
041490     IF RST-MLD-REASON = SPACES
041500         ADD 1 TO RST-MLD-ACCEPTED
041510         MOVE "ACCEPTED" TO RST-MLR-RESULT
041520         MOVE SPACES TO RST-MLR-REASON
041530         MOVE RST-MLD-DETAIL TO RST-PRINT-LINE
041540         PERFORM 9950-WRITE-REPORT-LINE
041550         EVALUATE RST-MLI-TYPE
041560             WHEN "A"
041570                 PERFORM 4450-LOAD-NEW-PRODUCT
041580             WHEN "C"
041590                 PERFORM 4460-LOAD-PRODUCT-CHANGE
041600             WHEN "D"
041610                 PERFORM 4470-LOAD-DISCONTINUE
041620         END-EVALUATE
041630     ELSE
041640         ADD 1 TO RST-MLD-REJECTED
041650         MOVE "REJECTED" TO RST-MLR-RESULT
041660         MOVE RST-MLD-REASON TO RST-MLR-REASON
041670         MOVE RST-MLD-DETAIL TO RST-PRINT-LINE
041680         PERFORM 9950-WRITE-REPORT-LINE
041690     END-IF.
041700
041710*    AN EDIT-ONLY PASS POSTS NOTHING, SO THE ADDS IT HAS ACCEPTED
041720*    SO FAR ARE COUNTED AGAINST THE ROOM LEFT IN THE TABLE, AND
041730*    ARE HELD IN THE UNUSED SLOTS ABOVE RST-PRODUCT-COUNT (4452)
041740*    SO A REPEATED ADD, OR A LATER CHANGE OR DISCONTINUE OF THE
041750*    SAME PRODUCT, IS EDITED AS POSTING WOULD EDIT IT.
041760 4420-EDIT-ADD-RECORD.
041770     IF RST-MLI-PRODUCT-ID = SPACES
041780         MOVE "PRODUCT ID IS BLANK" TO RST-MLD-NEW-REASON
041790         PERFORM 4429-NOTE-REJECT-REASON
041800     ELSE
041810         PERFORM 9800-FIND-PRODUCT
041820         IF RST-RECORD-NOT-FOUND AND RST-MLD-EDIT-ONLY
041830             PERFORM 4422-FIND-PENDING-ADD
041840         END-IF
041850         IF RST-RECORD-FOUND
041860             MOVE "PRODUCT ALREADY ON FILE" TO RST-MLD-NEW-REASON
041870             PERFORM 4429-NOTE-REJECT-REASON
041880         END-IF
041890     END-IF
041900     MOVE RST-PRODUCT-COUNT TO RST-MLD-PROJECTED
041910     IF RST-MLD-EDIT-ONLY
041920         ADD RST-MLD-ADDED TO RST-MLD-PROJECTED
041930     END-IF
041940     IF RST-MLD-PROJECTED >= RST-MAX-PRODUCTS
041950         MOVE "PRODUCT TABLE IS FULL" TO RST-MLD-NEW-REASON
041960         PERFORM 4429-NOTE-REJECT-REASON
041970     END-IF
041980     IF RST-MLI-NAME = SPACES
041990         MOVE "PRODUCT NAME IS BLANK" TO RST-MLD-NEW-REASON
042000         PERFORM 4429-NOTE-REJECT-REASON
042010     END-IF
042020     INSPECT RST-MLI-PRICE-EDIT REPLACING LEADING SPACE BY "0"
042030     IF RST-MLI-PRICE-EDIT IS NOT NUMERIC
042040         MOVE "LIST PRICE MISSING OR ZERO" TO RST-MLD-NEW-REASON
042050         PERFORM 4429-NOTE-REJECT-REASON
042060     ELSE
042070         IF RST-MLI-PRICE = 0
042080             MOVE "LIST PRICE MISSING OR ZERO"
042090                 TO RST-MLD-NEW-REASON
042100             PERFORM 4429-NOTE-REJECT-REASON
042110         END-IF
042120     END-IF
042130*    ON AN ADD A BLANK NUMBER IS ZERO, AS ON THE ADD SCREEN.
042140     INSPECT RST-MLI-REORDER-EDIT REPLACING LEADING SPACE BY "0"
042150     INSPECT RST-MLI-MIN-ORDER-EDIT
042160         REPLACING LEADING SPACE BY "0"
042170     INSPECT RST-MLI-CASE-EDIT REPLACING LEADING SPACE BY "0"
042180     PERFORM 4425-EDIT-LOAD-FIELDS.
042190
042200 4422-FIND-PENDING-ADD.
042210     COMPUTE RST-MLD-PEND-LAST = RST-PRODUCT-COUNT + RST-MLD-ADDED
042220     COMPUTE RST-MLD-PEND-SUB = RST-PRODUCT-COUNT + 1
042230     PERFORM 4423-CHECK-PENDING-ADD
042240         UNTIL RST-MLD-PEND-SUB > RST-MLD-PEND-LAST
042250             OR RST-RECORD-FOUND.
042260
042270 4423-CHECK-PENDING-ADD.
042280     IF RST-PRODUCT-ID (RST-MLD-PEND-SUB) = RST-ENTRY-PRODUCT-ID
042290         MOVE "Y" TO RST-FOUND-SWITCH
042300         MOVE RST-MLD-PEND-SUB TO RST-SUBSCRIPT
042310     ELSE
042320         ADD 1 TO RST-MLD-PEND-SUB
042330     END-IF.
042340
042350*    FIELD EDITS COMMON TO ADDS AND CHANGES. A BLANK FIELD IS NOT
042360*    EDITED - ON A CHANGE IT LEAVES THE MASTER AS IT IS.
042370 4425-EDIT-LOAD-FIELDS.
042380     IF RST-MLI-REORDER-EDIT NOT = SPACES
042390         INSPECT RST-MLI-REORDER-EDIT
042400             REPLACING LEADING SPACE BY "0"
042410         IF RST-MLI-REORDER-EDIT IS NOT NUMERIC
042420             MOVE "REORDER LEVEL NOT NUMERIC"
042430                 TO RST-MLD-NEW-REASON
042440             PERFORM 4429-NOTE-REJECT-REASON
042450         END-IF
042460     END-IF
042470     IF RST-MLI-MIN-ORDER-EDIT NOT = SPACES
042480         INSPECT RST-MLI-MIN-ORDER-EDIT
042490             REPLACING LEADING SPACE BY "0"
042500         IF RST-MLI-MIN-ORDER-EDIT IS NOT NUMERIC
042510             MOVE "MINIMUM ORDER QTY NOT NUMERIC"
042520                 TO RST-MLD-NEW-REASON
042530             PERFORM 4429-NOTE-REJECT-REASON
042540         END-IF
042550     END-IF
042560     IF RST-MLI-CASE-EDIT NOT = SPACES
042570         INSPECT RST-MLI-CASE-EDIT
042580             REPLACING LEADING SPACE BY "0"
042590         IF RST-MLI-CASE-EDIT IS NOT NUMERIC
042600             MOVE "CASE PACK NOT NUMERIC" TO RST-MLD-NEW-REASON
042610             PERFORM 4429-NOTE-REJECT-REASON
042620         END-IF
042630     END-IF
042640     IF RST-MLI-LOT-FLAG NOT = SPACE
042650             AND RST-MLI-LOT-FLAG NOT = "Y"
042660             AND RST-MLI-LOT-FLAG NOT = "N"
042670         MOVE "LOT FLAG MUST BE Y OR N" TO RST-MLD-NEW-REASON
042680         PERFORM 4429-NOTE-REJECT-REASON
042690     END-IF
042700     IF RST-MLI-LOCATION NOT = SPACES
042710         MOVE RST-MLI-LOCATION TO RST-ENTRY-LOCATION-CODE
042720         PERFORM 9840-CHECK-BIN-MASTER
042730         IF RST-BIN-NOT-ON-FILE
042740             MOVE "HOME LOCATION NOT ON BIN MASTER"
042750                 TO RST-MLD-NEW-REASON
042760             PERFORM 4429-NOTE-REJECT-REASON
042770         END-IF
042780     END-IF
042790     IF RST-MLI-SUPPLIER NOT = SPACES
042800         MOVE RST-MLI-SUPPLIER TO RST-FILE-SUPPLIER-CODE
042810         READ SUPPLIER-FILE
042820         IF RST-SUPPLIER-STATUS NOT = "00"
042830             MOVE "SUPPLIER NOT ON SUPMAST" TO RST-MLD-NEW-REASON
042840             PERFORM 4429-NOTE-REJECT-REASON
042850         END-IF
042860     END-IF.
042870
042880*    THE FIRST FAULT FOUND IS THE ONE REPORTED.
042890 4429-NOTE-REJECT-REASON.
042900     IF RST-MLD-REASON = SPACES
042910         MOVE RST-MLD-NEW-REASON TO RST-MLD-REASON
042920     END-IF.
042930
042940 4430-EDIT-CHANGE-RECORD.
042950     IF RST-MLI-PRODUCT-ID = SPACES
042960         MOVE "PRODUCT ID IS BLANK" TO RST-MLD-NEW-REASON
042970         PERFORM 4429-NOTE-REJECT-REASON
042980     ELSE
042990         PERFORM 9800-FIND-PRODUCT
043000         IF RST-RECORD-NOT-FOUND AND RST-MLD-EDIT-ONLY
043010             PERFORM 4422-FIND-PENDING-ADD
043020         END-IF
043030         IF RST-RECORD-NOT-FOUND
043040             MOVE "PRODUCT NOT ON FILE" TO RST-MLD-NEW-REASON
043050             PERFORM 4429-NOTE-REJECT-REASON
043060         END-IF
043070     END-IF
043080     IF RST-MLI-FIELDS = SPACES
043090         MOVE "NOTHING TO CHANGE" TO RST-MLD-NEW-REASON
043100         PERFORM 4429-NOTE-REJECT-REASON
043110     END-IF
043120     PERFORM 4425-EDIT-LOAD-FIELDS.
043130
043140 4440-EDIT-DISCONTINUE-RECORD.
043150     IF RST-MLI-PRODUCT-ID = SPACES
043160         MOVE "PRODUCT ID IS BLANK" TO RST-MLD-NEW-REASON
043170         PERFORM 4429-NOTE-REJECT-REASON
043180     ELSE
043190         PERFORM 9800-FIND-PRODUCT
043200         IF RST-RECORD-NOT-FOUND AND RST-MLD-EDIT-ONLY
043210             PERFORM 4422-FIND-PENDING-ADD
043220         END-IF
043230         IF RST-RECORD-NOT-FOUND
043240             MOVE "PRODUCT NOT ON FILE" TO RST-MLD-NEW-REASON
043250             PERFORM 4429-NOTE-REJECT-REASON
043260         ELSE
043270             IF RST-PRODUCT-STATUS (RST-SUBSCRIPT) = "D"
043280                 MOVE "ALREADY DISCONTINUED" TO RST-MLD-NEW-REASON
043290                 PERFORM 4429-NOTE-REJECT-REASON
043300             END-IF
043310         END-IF
043320     END-IF.
043330
043340*    A LOADED PRODUCT STARTS WITH NO STOCK - ITS FIRST STOCK
043350*    COMES IN THROUGH RECEIVING, WHICH LAYS DOWN THE COST LAYER
043360*    AND THE LOCATION ROW.
043370 4450-LOAD-NEW-PRODUCT.
043380     MOVE RST-MLI-NAME TO RST-ENTRY-PRODUCT-NAME
043390     MOVE 0 TO RST-ENTRY-QUANTITY
043400     MOVE RST-MLI-PRICE TO RST-ENTRY-UNIT-PRICE
043410     MOVE RST-MLI-REORDER TO RST-ENTRY-REORDER-LEVEL
043420     MOVE RST-MLI-LOCATION TO RST-ENTRY-LOCATION-CODE
043430     MOVE RST-MLI-SUPPLIER TO RST-ENTRY-SUPPLIER-CODE
043440     MOVE RST-MLI-MIN-ORDER TO RST-ENTRY-MIN-ORDER-QTY
043450     MOVE RST-MLI-UOM TO RST-ENTRY-UOM
043460     IF RST-ENTRY-UOM = SPACES
043470         MOVE "EA" TO RST-ENTRY-UOM
043480     END-IF
043490     MOVE RST-MLI-CASE-PACK TO RST-ENTRY-CASE-PACK
043500     MOVE RST-MLI-LOT-FLAG TO RST-ENTRY-YES-NO
043510     IF RST-ENTRY-YES-NO = SPACE
043520         MOVE "N" TO RST-ENTRY-YES-NO
043530     END-IF
043540     MOVE SPACES TO RST-MLF-BEFORE
043550     MOVE "NAME" TO RST-MLF-FIELD
043560     MOVE RST-ENTRY-PRODUCT-NAME TO RST-MLF-AFTER
043570     PERFORM 4480-PRINT-FIELD-LINE
043580     MOVE "LIST PRICE" TO RST-MLF-FIELD
043590     MOVE RST-ENTRY-UNIT-PRICE TO RST-MLD-PRICE-SHOW
043600     MOVE RST-MLD-PRICE-SHOW TO RST-MLF-AFTER
043610     PERFORM 4480-PRINT-FIELD-LINE
043620     MOVE "REORDER LEVEL" TO RST-MLF-FIELD
043630     MOVE RST-ENTRY-REORDER-LEVEL TO RST-MLD-QTY-SHOW
043640     MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
043650     PERFORM 4480-PRINT-FIELD-LINE
043660     MOVE "HOME LOCATION" TO RST-MLF-FIELD
043670     MOVE RST-ENTRY-LOCATION-CODE TO RST-MLF-AFTER
043680     PERFORM 4480-PRINT-FIELD-LINE
043690     MOVE "SUPPLIER" TO RST-MLF-FIELD
043700     MOVE RST-ENTRY-SUPPLIER-CODE TO RST-MLF-AFTER
043710     PERFORM 4480-PRINT-FIELD-LINE
043720     MOVE "MIN ORDER QTY" TO RST-MLF-FIELD
043730     MOVE RST-ENTRY-MIN-ORDER-QTY TO RST-MLD-QTY-SHOW
043740     MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
043750     PERFORM 4480-PRINT-FIELD-LINE
043760     MOVE "STOCKING UNIT" TO RST-MLF-FIELD
043770     MOVE RST-ENTRY-UOM TO RST-MLF-AFTER
043780     PERFORM 4480-PRINT-FIELD-LINE
043790     MOVE "CASE PACK" TO RST-MLF-FIELD
043800     MOVE RST-ENTRY-CASE-PACK TO RST-MLD-QTY-SHOW
043810     MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
043820     PERFORM 4480-PRINT-FIELD-LINE
043830     MOVE "LOT TRACKED" TO RST-MLF-FIELD
043840     MOVE RST-ENTRY-YES-NO TO RST-MLF-AFTER
043850     PERFORM 4480-PRINT-FIELD-LINE
043860     ADD 1 TO RST-MLD-ADDED
043870     IF RST-MLD-POSTING
043880         PERFORM 3210-STORE-NEW-PRODUCT
043890         MOVE 0 TO RST-QTY-BEFORE
043900         MOVE 0 TO RST-QTY-AFTER
043910         MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
043920         MOVE "MASTER LOAD" TO RST-ACTION-DETAIL
043930         MOVE "ADD" TO RST-ACTION-CODE
043940         PERFORM 9500-WRITE-AUDIT-RECORD
043950     ELSE
043960         PERFORM 4452-HOLD-PENDING-ADD
043970     END-IF.
043980
043990 4452-HOLD-PENDING-ADD.
044000     COMPUTE RST-MLD-PEND-SUB = RST-PRODUCT-COUNT + RST-MLD-ADDED
044010     MOVE RST-ENTRY-PRODUCT-ID
044020         TO RST-PRODUCT-ID (RST-MLD-PEND-SUB)
044030     MOVE RST-ENTRY-PRODUCT-NAME
044040         TO RST-PRODUCT-NAME (RST-MLD-PEND-SUB)
044050     MOVE 0 TO RST-PRODUCT-QTY (RST-MLD-PEND-SUB)
044060     MOVE RST-ENTRY-UNIT-PRICE
044070         TO RST-PRODUCT-PRICE (RST-MLD-PEND-SUB)
044080     MOVE RST-ENTRY-REORDER-LEVEL
044090         TO RST-REORDER-LEVEL (RST-MLD-PEND-SUB)
044100     MOVE RST-ENTRY-LOCATION-CODE
044110         TO RST-HOME-LOCATION (RST-MLD-PEND-SUB)
044120     MOVE RST-ENTRY-SUPPLIER-CODE
044130         TO RST-PRODUCT-SUPPLIER (RST-MLD-PEND-SUB)
044140     MOVE RST-ENTRY-MIN-ORDER-QTY
044150         TO RST-MIN-ORDER-QTY (RST-MLD-PEND-SUB)
044160     MOVE RST-ENTRY-UOM TO RST-STOCK-UOM (RST-MLD-PEND-SUB)
044170     MOVE RST-ENTRY-CASE-PACK TO RST-CASE-PACK (RST-MLD-PEND-SUB)
044180     MOVE RST-ENTRY-YES-NO TO RST-LOT-TRACKED (RST-MLD-PEND-SUB)
044190     MOVE 0 TO RST-RESERVED-QTY (RST-MLD-PEND-SUB)
044200     MOVE "A" TO RST-PRODUCT-STATUS (RST-MLD-PEND-SUB).
044210
044220*    ONLY THE FIELDS THAT ACTUALLY DIFFER FROM THE MASTER ARE
044230*    SHOWN; A RECORD THAT CHANGES NOTHING WRITES NOTHING.
044240 4460-LOAD-PRODUCT-CHANGE.
044250     MOVE 0 TO RST-MLD-FIELDS-CHANGED
044260     IF RST-MLI-NAME NOT = SPACES
044270             AND RST-MLI-NAME
044280             NOT = RST-PRODUCT-NAME (RST-SUBSCRIPT)
044290         MOVE "NAME" TO RST-MLF-FIELD
044300         MOVE RST-PRODUCT-NAME (RST-SUBSCRIPT) TO RST-MLF-BEFORE
044310         MOVE RST-MLI-NAME TO RST-MLF-AFTER
044320         PERFORM 4462-PRINT-CHANGED-FIELD
044330     END-IF
044340     IF RST-MLI-REORDER-EDIT NOT = SPACES
044350             AND RST-MLI-REORDER
044360             NOT = RST-REORDER-LEVEL (RST-SUBSCRIPT)
044370         MOVE "REORDER LEVEL" TO RST-MLF-FIELD
044380         MOVE RST-REORDER-LEVEL (RST-SUBSCRIPT)
044390             TO RST-MLD-QTY-SHOW
044400         MOVE RST-MLD-QTY-SHOW TO RST-MLF-BEFORE
044410         MOVE RST-MLI-REORDER TO RST-MLD-QTY-SHOW
044420         MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
044430         PERFORM 4462-PRINT-CHANGED-FIELD
044440     END-IF
044450     IF RST-MLI-LOCATION NOT = SPACES
044460             AND RST-MLI-LOCATION
044470             NOT = RST-HOME-LOCATION (RST-SUBSCRIPT)
044480         MOVE "HOME LOCATION" TO RST-MLF-FIELD
044490         MOVE RST-HOME-LOCATION (RST-SUBSCRIPT) TO RST-MLF-BEFORE
044500         MOVE RST-MLI-LOCATION TO RST-MLF-AFTER
044510         PERFORM 4462-PRINT-CHANGED-FIELD
044520     END-IF
044530     IF RST-MLI-SUPPLIER NOT = SPACES
044540             AND RST-MLI-SUPPLIER
044550             NOT = RST-PRODUCT-SUPPLIER (RST-SUBSCRIPT)
044560         MOVE "SUPPLIER" TO RST-MLF-FIELD
044570         MOVE RST-PRODUCT-SUPPLIER (RST-SUBSCRIPT)
044580             TO RST-MLF-BEFORE
044590         MOVE RST-MLI-SUPPLIER TO RST-MLF-AFTER
044600         PERFORM 4462-PRINT-CHANGED-FIELD
044610     END-IF
044620     IF RST-MLI-MIN-ORDER-EDIT NOT = SPACES
044630             AND RST-MLI-MIN-ORDER
044640             NOT = RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
044650         MOVE "MIN ORDER QTY" TO RST-MLF-FIELD
044660         MOVE RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
044670             TO RST-MLD-QTY-SHOW
044680         MOVE RST-MLD-QTY-SHOW TO RST-MLF-BEFORE
044690         MOVE RST-MLI-MIN-ORDER TO RST-MLD-QTY-SHOW
044700         MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
044710         PERFORM 4462-PRINT-CHANGED-FIELD
044720     END-IF
044730     IF RST-MLI-UOM NOT = SPACES
044740             AND RST-MLI-UOM NOT = RST-STOCK-UOM (RST-SUBSCRIPT)
044750         MOVE "STOCKING UNIT" TO RST-MLF-FIELD
044760         MOVE RST-STOCK-UOM (RST-SUBSCRIPT) TO RST-MLF-BEFORE
044770         MOVE RST-MLI-UOM TO RST-MLF-AFTER
044780         PERFORM 4462-PRINT-CHANGED-FIELD
044790     END-IF
044800     IF RST-MLI-CASE-EDIT NOT = SPACES
044810             AND RST-MLI-CASE-PACK
044820             NOT = RST-CASE-PACK (RST-SUBSCRIPT)
044830         MOVE "CASE PACK" TO RST-MLF-FIELD
044840         MOVE RST-CASE-PACK (RST-SUBSCRIPT) TO RST-MLD-QTY-SHOW
044850         MOVE RST-MLD-QTY-SHOW TO RST-MLF-BEFORE
044860         MOVE RST-MLI-CASE-PACK TO RST-MLD-QTY-SHOW
044870         MOVE RST-MLD-QTY-SHOW TO RST-MLF-AFTER
044880         PERFORM 4462-PRINT-CHANGED-FIELD
044890     END-IF
044900     IF RST-MLI-LOT-FLAG NOT = SPACE
044910             AND RST-MLI-LOT-FLAG
044920             NOT = RST-LOT-TRACKED (RST-SUBSCRIPT)
044930         MOVE "LOT TRACKED" TO RST-MLF-FIELD
044940         MOVE RST-LOT-TRACKED (RST-SUBSCRIPT) TO RST-MLF-BEFORE
044950         MOVE RST-MLI-LOT-FLAG TO RST-MLF-AFTER
044960         PERFORM 4462-PRINT-CHANGED-FIELD
044970     END-IF
044980     IF RST-MLD-FIELDS-CHANGED = 0
044990         MOVE SPACES TO RST-PRINT-LINE
045000         MOVE "NO FIELD DIFFERS FROM THE MASTER - NOTHING WRITTEN"
045010             TO RST-PRINT-LINE (11:)
045020         PERFORM 9950-WRITE-REPORT-LINE
045030     ELSE
045040         ADD 1 TO RST-MLD-CHANGED
045050         IF RST-MLD-POSTING
045060             PERFORM 4465-POST-PRODUCT-CHANGE
045070         ELSE
045080             IF RST-SUBSCRIPT > RST-PRODUCT-COUNT
045090                 PERFORM 4466-APPLY-LOAD-FIELDS
045100             END-IF
045110         END-IF
045120     END-IF.
045130
045140 4462-PRINT-CHANGED-FIELD.
045150     ADD 1 TO RST-MLD-FIELDS-CHANGED
045160     PERFORM 4480-PRINT-FIELD-LINE.
045170
045180 4465-POST-PRODUCT-CHANGE.
045190     PERFORM 4466-APPLY-LOAD-FIELDS
045200     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
045210     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
045220     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
045230     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
045240     MOVE "MASTER LOAD" TO RST-ACTION-DETAIL
045250     MOVE "UPDATE" TO RST-ACTION-CODE
045260     PERFORM 9500-WRITE-AUDIT-RECORD.
045270
045280*    A HELD EDIT-ONLY ADD TAKES ITS CHANGES TOO, SO A LATER
045290*    RECORD FOR IT IS COMPARED WITH WHAT POSTING WOULD LEAVE.
045300 4466-APPLY-LOAD-FIELDS.
045310     IF RST-MLI-NAME NOT = SPACES
045320         MOVE RST-MLI-NAME TO RST-PRODUCT-NAME (RST-SUBSCRIPT)
045330     END-IF
045340     IF RST-MLI-REORDER-EDIT NOT = SPACES
045350         MOVE RST-MLI-REORDER TO RST-REORDER-LEVEL (RST-SUBSCRIPT)
045360     END-IF
045370     IF RST-MLI-LOCATION NOT = SPACES
045380         MOVE RST-MLI-LOCATION
045390             TO RST-HOME-LOCATION (RST-SUBSCRIPT)
045400     END-IF
045410     IF RST-MLI-SUPPLIER NOT = SPACES
045420         MOVE RST-MLI-SUPPLIER
045430             TO RST-PRODUCT-SUPPLIER (RST-SUBSCRIPT)
045440     END-IF
045450     IF RST-MLI-MIN-ORDER-EDIT NOT = SPACES
045460         MOVE RST-MLI-MIN-ORDER
045470             TO RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
045480     END-IF
045490     IF RST-MLI-UOM NOT = SPACES
045500         MOVE RST-MLI-UOM TO RST-STOCK-UOM (RST-SUBSCRIPT)
045510     END-IF
045520     IF RST-MLI-CASE-EDIT NOT = SPACES
045530         MOVE RST-MLI-CASE-PACK TO RST-CASE-PACK (RST-SUBSCRIPT)
045540     END-IF
045550     IF RST-MLI-LOT-FLAG NOT = SPACE
045560         MOVE RST-MLI-LOT-FLAG TO RST-LOT-TRACKED (RST-SUBSCRIPT)
045570     END-IF.
045580
045590*    A DISCONTINUED PRODUCT STAYS ON THE MASTER SO ITS REMAINING
045600*    STOCK CAN STILL BE SOLD, COUNTED AND RETURNED; IT IS LEFT
045610*    OUT OF REORDERING AND FLAGGED D ON THE WEB SHOP FEED.
045620 4470-LOAD-DISCONTINUE.
045630     MOVE "STATUS" TO RST-MLF-FIELD
045640     MOVE "ACTIVE" TO RST-MLF-BEFORE
045650     MOVE "DISCONTINUED" TO RST-MLF-AFTER
045660     PERFORM 4480-PRINT-FIELD-LINE
045670     ADD 1 TO RST-MLD-DISCONTINUED
045680     IF RST-MLD-POSTING
045690         MOVE "D" TO RST-PRODUCT-STATUS (RST-SUBSCRIPT)
045700         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
045710         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
045720         SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
045730         PERFORM 9655-REWRITE-PRODUCT-TO-FILE
045740         MOVE "DISCONTINUED" TO RST-ACTION-DETAIL
045750         MOVE "UPDATE" TO RST-ACTION-CODE
045760         PERFORM 9500-WRITE-AUDIT-RECORD
045770     ELSE
045780         IF RST-SUBSCRIPT > RST-PRODUCT-COUNT
045790             MOVE "D" TO RST-PRODUCT-STATUS (RST-SUBSCRIPT)
045800         END-IF
045810     END-IF.
045820
045830 4480-PRINT-FIELD-LINE.
045840     MOVE RST-MLD-FIELD-LINE TO RST-PRINT-LINE
045850     PERFORM 9950-WRITE-REPORT-LINE.
045860
045870*--------------------------------------------------------------*
045880* LANDED COST - FREIGHT, DUTY OR BROKERAGE BILLED AFTER THE     *
045890* GOODS ARRIVE IS ENTERED AGAINST THE PO AND SPREAD OVER ITS    *
045900* RECEIVED LINES BY RECEIVED VALUE, RECEIVED QUANTITY OR A      *
045910* WEIGHT KEYED PER LINE FROM THE FREIGHT BILL. EACH LINE'S      *
045920* SHARE IS SPLIT BY UNITS: THE UNITS STILL ON HAND (THE         *
045930* RECEIPT'S COST LAYERS, WHICH CARRY THEIR PO LINE) HAVE THEIR  *
045940* UNIT COST RAISED BY THE SHARE PER UNIT RECEIVED, AND THE      *
045950* REST - THE UNITS ALREADY ISSUED, PLUS THE ODD CENT OF         *
045960* ROUNDING - GOES TO COST OF GOODS. THE TWO PORTIONS ARE        *
045970* MOVEMENT ROWS (LC-STOCK AND LC-COGS) THAT THE GL EXTRACT      *
045980* BOOKS AGAINST FREIGHT CLEARING, AND EVERY LINE OF THE CHARGE  *
045990* IS KEPT ON INVLAND FOR THE ALLOCATION REPORT. ONLY A          *
046000* SUPERVISOR ENTERS CHARGES.                                    *
046010*--------------------------------------------------------------*
046020 4500-LANDED-COST.
046030     MOVE SPACES TO RST-ENTRY-SUB-OPTION
046040     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
046050             OR RST-ENTRY-SUB-OPTION = "x"
046060         PERFORM 4502-PROCESS-LANDED-OPTION
046070     END-PERFORM.
046080
046090 4502-PROCESS-LANDED-OPTION.
046100     DISPLAY " "
046110     DISPLAY "Landed Cost - E=Enter Charge, R=Allocation Report,"
046120     DISPLAY "X=Return: " WITH NO ADVANCING
046130     ACCEPT RST-ENTRY-SUB-OPTION
046140     EVALUATE RST-ENTRY-SUB-OPTION
046150         WHEN "E"
046160         WHEN "e"
046170             IF RST-OPERATOR-LEVEL < 3
046180                 DISPLAY "Entering a landed cost charge needs"
046190                 DISPLAY "supervisor authority."
046200                 MOVE "LANDED COST" TO RST-ACTION-DETAIL
046210                 PERFORM 2260-AUDIT-AUTH-REFUSAL
046220             ELSE
046230                 PERFORM 4510-ENTER-LANDED-CHARGE
046240             END-IF
046250         WHEN "R"
046260         WHEN "r"
046270             PERFORM 4550-LANDED-COST-REPORT
046280         WHEN "X"
046290         WHEN "x"
046300             CONTINUE
046310         WHEN OTHER
046320             DISPLAY "Invalid option."
046330     END-EVALUATE.
046340
046350 4510-ENTER-LANDED-CHARGE.
046360     DISPLAY "Enter PO Number the charge is for: "
046370         WITH NO ADVANCING
046380     ACCEPT RST-ENTRY-PO-EDIT
046390     INSPECT RST-ENTRY-PO-EDIT REPLACING LEADING SPACE BY "0"
046400     IF RST-ENTRY-PO-EDIT IS NOT NUMERIC
046410         DISPLAY "PO number must be numeric."
046420     ELSE
046430         MOVE RST-ENTRY-PO-NUMBER TO RST-LND-PO-NUMBER
046440         PERFORM 4512-COLLECT-RECEIVED-LINES
046450         IF RST-LND-COUNT = 0
046460             DISPLAY "PO " RST-LND-PO-NUMBER
046470                 " has no received lines - nothing to spread"
046480             DISPLAY "a charge over."
046490         ELSE
046500             DISPLAY "PO " RST-LND-PO-NUMBER " has " RST-LND-COUNT
046510                 " received lines."
046520             MOVE "Y" TO RST-VALID-SWITCH
046530             PERFORM 4515-PROMPT-CHARGE-TYPE
046540             IF RST-ENTRY-IS-VALID
046550                 PERFORM 4517-PROMPT-CHARGE-AMOUNT
046560             END-IF
046570             IF RST-ENTRY-IS-VALID
046580                 PERFORM 4518-PROMPT-CHARGE-BASIS
046590             END-IF
046600             IF RST-ENTRY-IS-VALID
046610                 PERFORM 4520-COMPUTE-LINE-SHARES
046620             END-IF
046630             IF RST-ENTRY-IS-VALID
046640                 PERFORM 4525-CONFIRM-LANDED-CHARGE
046650             END-IF
046660         END-IF
046670     END-IF.
046680
046690 4512-COLLECT-RECEIVED-LINES.
046700     MOVE 0 TO RST-LND-COUNT
046710     MOVE RST-LND-PO-NUMBER TO RST-FILE-PO-NUMBER
046720     MOVE 0 TO RST-FILE-PO-LINE
046730     START PO-FILE KEY IS NOT LESS THAN RST-FILE-PO-KEY
046740     IF RST-PO-STATUS = "00"
046750         PERFORM 8030-READ-PO-RECORD
046760         PERFORM UNTIL RST-PO-STATUS NOT = "00"
046770                 OR RST-FILE-PO-NUMBER NOT = RST-LND-PO-NUMBER
046780             PERFORM 4513-NOTE-RECEIVED-LINE
046790             PERFORM 8030-READ-PO-RECORD
046800         END-PERFORM
046810     END-IF.
046820
046830 4513-NOTE-RECEIVED-LINE.
046840     IF RST-FILE-PO-RECD-QTY > 0 AND RST-LND-COUNT < 999
046850         ADD 1 TO RST-LND-COUNT
046860         MOVE RST-FILE-PO-LINE TO RST-LNE-PO-LINE (RST-LND-COUNT)
046870         MOVE RST-FILE-PO-PRODUCT-ID
046880             TO RST-LNE-PRODUCT-ID (RST-LND-COUNT)
046890         MOVE RST-FILE-PO-RECD-QTY
046900             TO RST-LNE-RECD-QTY (RST-LND-COUNT)
046910         MOVE RST-FILE-PO-RECD-VALUE
046920             TO RST-LNE-RECD-VALUE (RST-LND-COUNT)
046930         MOVE 0 TO RST-LNE-BASIS-AMT (RST-LND-COUNT)
046940         MOVE 0 TO RST-LNE-SHARE (RST-LND-COUNT)
046950     END-IF.
046960
046970 4515-PROMPT-CHARGE-TYPE.
046980     DISPLAY "Charge type - F=Freight, D=Duty, B=Brokerage: "
046990         WITH NO ADVANCING
047000     ACCEPT RST-ENTRY-YES-NO
047010     EVALUATE RST-ENTRY-YES-NO
047020         WHEN "F"
047030         WHEN "f"
047040             MOVE "F" TO RST-LND-TYPE
047050         WHEN "D"
047060         WHEN "d"
047070             MOVE "D" TO RST-LND-TYPE
047080         WHEN "B"
047090         WHEN "b"
047100             MOVE "B" TO RST-LND-TYPE
047110         WHEN OTHER
047120             DISPLAY "Charge type must be F, D or B - charge"
047130             DISPLAY "not entered."
047140             MOVE "N" TO RST-VALID-SWITCH
047150     END-EVALUATE.
047160
047170 4517-PROMPT-CHARGE-AMOUNT.
047180     DISPLAY "Enter Charge Amount (no decimal point, e.g."
047190         WITH NO ADVANCING
047200     DISPLAY " 12500 = $125.00): " WITH NO ADVANCING
047210     ACCEPT RST-ENTRY-COST-EDIT
047220     INSPECT RST-ENTRY-COST-EDIT
047230         REPLACING LEADING SPACE BY "0"
047240     IF RST-ENTRY-COST-EDIT IS NOT NUMERIC
047250             OR RST-ENTRY-UNIT-COST = 0
047260         DISPLAY "Charge amount must be a positive number -"
047270         DISPLAY "charge not entered."
047280         MOVE "N" TO RST-VALID-SWITCH
047290     ELSE
047300         MOVE RST-ENTRY-UNIT-COST TO RST-LND-AMOUNT
047310     END-IF.
047320
047330 4518-PROMPT-CHARGE-BASIS.
047340     DISPLAY "Spread by V=Received Value, Q=Received Quantity,"
047350     DISPLAY "W=Weight: " WITH NO ADVANCING
047360     ACCEPT RST-ENTRY-YES-NO
047370     EVALUATE RST-ENTRY-YES-NO
047380         WHEN "V"
047390         WHEN "v"
047400             MOVE "V" TO RST-LND-BASIS
047410         WHEN "Q"
047420         WHEN "q"
047430             MOVE "Q" TO RST-LND-BASIS
047440         WHEN "W"
047450         WHEN "w"
047460             MOVE "W" TO RST-LND-BASIS
047470             PERFORM VARYING RST-LND-SUB FROM 1 BY 1
047480                 UNTIL RST-LND-SUB > RST-LND-COUNT
047490                     OR NOT RST-ENTRY-IS-VALID
047500                 PERFORM 4519-PROMPT-LINE-WEIGHT
047510             END-PERFORM
047520         WHEN OTHER
047530             DISPLAY "Spread must be V, Q or W - charge not"
047540             DISPLAY "entered."
047550             MOVE "N" TO RST-VALID-SWITCH
047560     END-EVALUATE.
047570
047580 4519-PROMPT-LINE-WEIGHT.
047590     DISPLAY "Weight for line " RST-LNE-PO-LINE (RST-LND-SUB)
047600         " (" RST-LNE-PRODUCT-ID (RST-LND-SUB) "), whole kg: "
047610         WITH NO ADVANCING
047620     ACCEPT RST-ENTRY-WEIGHT-EDIT
047630     INSPECT RST-ENTRY-WEIGHT-EDIT
047640         REPLACING LEADING SPACE BY "0"
047650     IF RST-ENTRY-WEIGHT-EDIT IS NOT NUMERIC
047660         DISPLAY "Weight must be numeric - charge not"
047670         DISPLAY "entered."
047680         MOVE "N" TO RST-VALID-SWITCH
047690     ELSE
047700         MOVE RST-ENTRY-WEIGHT TO RST-LNE-BASIS-AMT (RST-LND-SUB)
047710     END-IF.
047720
047730 4520-COMPUTE-LINE-SHARES.
047740     MOVE 0 TO RST-LND-BASIS-TOTAL
047750     PERFORM VARYING RST-LND-SUB FROM 1 BY 1
047760         UNTIL RST-LND-SUB > RST-LND-COUNT
047770         PERFORM 4521-SET-LINE-BASIS
047780     END-PERFORM
047790     IF RST-LND-BASIS-TOTAL = 0
047800         DISPLAY "The lines give nothing to spread the charge"
047810         DISPLAY "by - charge not entered."
047820         MOVE "N" TO RST-VALID-SWITCH
047830     ELSE
047840         MOVE 0 TO RST-LND-ALLOCATED
047850         PERFORM VARYING RST-LND-SUB FROM 1 BY 1
047860             UNTIL RST-LND-SUB > RST-LND-COUNT
047870             PERFORM 4522-SET-LINE-SHARE
047880         END-PERFORM
047890     END-IF.
047900
047910 4521-SET-LINE-BASIS.
047920     EVALUATE RST-LND-BASIS
047930         WHEN "V"
047940             MOVE RST-LNE-RECD-VALUE (RST-LND-SUB)
047950                 TO RST-LNE-BASIS-AMT (RST-LND-SUB)
047960         WHEN "Q"
047970             MOVE RST-LNE-RECD-QTY (RST-LND-SUB)
047980                 TO RST-LNE-BASIS-AMT (RST-LND-SUB)
047990     END-EVALUATE
048000     ADD RST-LNE-BASIS-AMT (RST-LND-SUB) TO RST-LND-BASIS-TOTAL.
048010
048020*    THE LAST LINE TAKES WHAT IS LEFT, SO THE SHARES ALWAYS ADD
048030*    BACK TO THE CHARGE TO THE CENT.
048040 4522-SET-LINE-SHARE.
048050     IF RST-LND-SUB = RST-LND-COUNT
048060         COMPUTE RST-LNE-SHARE (RST-LND-SUB) =
048070             RST-LND-AMOUNT - RST-LND-ALLOCATED
048080     ELSE
048090         COMPUTE RST-LNE-SHARE (RST-LND-SUB) ROUNDED =
048100             RST-LND-AMOUNT * RST-LNE-BASIS-AMT (RST-LND-SUB)
048110             / RST-LND-BASIS-TOTAL
048120         IF RST-LND-ALLOCATED + RST-LNE-SHARE (RST-LND-SUB)
048130                 > RST-LND-AMOUNT
048140             COMPUTE RST-LNE-SHARE (RST-LND-SUB) =
048150                 RST-LND-AMOUNT - RST-LND-ALLOCATED
048160         END-IF
048170     END-IF
048180     ADD RST-LNE-SHARE (RST-LND-SUB) TO RST-LND-ALLOCATED.
048190
048200 4525-CONFIRM-LANDED-CHARGE.
048210     MOVE RST-LND-AMOUNT TO RST-LND-AMOUNT-SHOW
048220     DISPLAY "Spread $" RST-LND-AMOUNT-SHOW " over "
048230         RST-LND-COUNT " received lines of PO " RST-LND-PO-NUMBER
048240     DISPLAY "Post this landed cost charge? (Y/N): "
048250         WITH NO ADVANCING
048260     ACCEPT RST-ENTRY-YES-NO
048270     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
048280         PERFORM 4530-POST-LANDED-CHARGE
048290     ELSE
048300         DISPLAY "Charge cancelled - nothing posted."
048310     END-IF.
048320
048330 4530-POST-LANDED-CHARGE.
048340     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
048350     PERFORM 4532-ASSIGN-CHARGE-NUMBER
048360     MOVE RST-LND-CHARGE-NO TO RST-FILE-LND-CHARGE-NO
048370     MOVE RST-LND-PO-NUMBER TO RST-FILE-LND-PO-NUMBER
048380     MOVE RST-LND-TYPE TO RST-FILE-LND-TYPE
048390     MOVE RST-LND-BASIS TO RST-FILE-LND-BASIS
048400     MOVE RST-SYSTEM-DATE TO RST-FILE-LND-DATE
048410     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-LND-OPERATOR
048420     MOVE RST-LND-AMOUNT TO RST-FILE-LND-AMOUNT
048430     MOVE RST-LND-CHARGE-NO TO RST-LNA-CHARGE-NO
048440     MOVE 0 TO RST-LND-STOCK-TOTAL
048450     MOVE 0 TO RST-LND-COGS-TOTAL
048460     PERFORM 4560-PRINT-CHARGE-HEADING
048470     PERFORM VARYING RST-LND-SUB FROM 1 BY 1
048480         UNTIL RST-LND-SUB > RST-LND-COUNT
048490         PERFORM 4535-ALLOCATE-ONE-LINE
048500     END-PERFORM
048510     PERFORM 4567-PRINT-CHARGE-TOTALS
048520     DISPLAY "Landed cost charge " RST-LND-CHARGE-NO " posted.".
048530
048540*    CHARGE NUMBERS RUN ON FROM THE HIGHEST ON FILE.
048550 4532-ASSIGN-CHARGE-NUMBER.
048560     MOVE 0 TO RST-LND-CHARGE-NO
048570     MOVE LOW-VALUES TO RST-FILE-LND-KEY
048580     START LANDED-FILE KEY IS NOT LESS THAN RST-FILE-LND-KEY
048590     IF RST-LANDED-STATUS = "00"
048600         PERFORM 4534-READ-LANDED-RECORD
048610         PERFORM UNTIL RST-LANDED-STATUS NOT = "00"
048620             PERFORM 4533-NOTE-CHARGE-NUMBER
048630             PERFORM 4534-READ-LANDED-RECORD
048640         END-PERFORM
048650     END-IF
048660     ADD 1 TO RST-LND-CHARGE-NO.
048670
048680 4533-NOTE-CHARGE-NUMBER.
048690     IF RST-FILE-LND-CHARGE-NO > RST-LND-CHARGE-NO
048700         MOVE RST-FILE-LND-CHARGE-NO TO RST-LND-CHARGE-NO
048710     END-IF.
048720
048730 4534-READ-LANDED-RECORD.
048740     READ LANDED-FILE NEXT RECORD.
048750
048760*    THE SHARE PER UNIT RECEIVED IS TRUNCATED TO THE CENT, SO THE
048770*    STOCK PORTION CAN NEVER EXCEED THE LINE'S SHARE; THE REST OF
048780*    THE SHARE IS COST OF GOODS.
048790 4535-ALLOCATE-ONE-LINE.
048800     MOVE RST-LNE-PRODUCT-ID (RST-LND-SUB) TO RST-ENTRY-PRODUCT-ID
048810     COMPUTE RST-LND-UNIT-ADD =
048820         RST-LNE-SHARE (RST-LND-SUB)
048830         / RST-LNE-RECD-QTY (RST-LND-SUB)
048840     MOVE 0 TO RST-LND-ONHAND
048850     PERFORM 9315-START-COST-FILE-AT-PRODUCT
048860     IF RST-COST-STATUS = "00"
048870         PERFORM 9310-READ-COST-RECORD
048880         PERFORM UNTIL RST-COST-STATUS NOT = "00"
048890                 OR RST-FILE-CST-PRODUCT-ID
048900                     NOT = RST-ENTRY-PRODUCT-ID
048910             PERFORM 4537-RAISE-ONE-LAYER
048920             PERFORM 9310-READ-COST-RECORD
048930         END-PERFORM
048940     END-IF
048950     COMPUTE RST-LND-STOCK-VALUE =
048960         RST-LND-UNIT-ADD * RST-LND-ONHAND
048970     COMPUTE RST-LND-COGS-VALUE =
048980         RST-LNE-SHARE (RST-LND-SUB) - RST-LND-STOCK-VALUE
048990     PERFORM 9800-FIND-PRODUCT
049000     IF RST-RECORD-FOUND
049010         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
049020     ELSE
049030         MOVE 0 TO RST-QTY-BEFORE
049040     END-IF
049050     MOVE RST-QTY-BEFORE TO RST-QTY-AFTER
049060     IF RST-LND-STOCK-VALUE > 0
049070         MOVE RST-LND-STOCK-VALUE TO RST-ACTION-VALUE
049080         MOVE RST-LND-AUDIT-DETAIL TO RST-ACTION-DETAIL
049090         MOVE "LC-STOCK" TO RST-ACTION-CODE
049100         PERFORM 9500-WRITE-AUDIT-RECORD
049110     END-IF
049120     IF RST-LND-COGS-VALUE > 0
049130         MOVE RST-LND-COGS-VALUE TO RST-ACTION-VALUE
049140         MOVE RST-LND-AUDIT-DETAIL TO RST-ACTION-DETAIL
049150         MOVE "LC-COGS" TO RST-ACTION-CODE
049160         PERFORM 9500-WRITE-AUDIT-RECORD
049170     END-IF
049180     MOVE RST-LNE-PO-LINE (RST-LND-SUB) TO RST-FILE-LND-PO-LINE
049190     MOVE RST-LNE-PRODUCT-ID (RST-LND-SUB)
049200         TO RST-FILE-LND-PRODUCT-ID
049210     MOVE RST-LNE-RECD-QTY (RST-LND-SUB) TO RST-FILE-LND-RECD-QTY
049220     MOVE RST-LND-ONHAND TO RST-FILE-LND-ONHAND-QTY
049230     MOVE RST-LNE-BASIS-AMT (RST-LND-SUB)
049240         TO RST-FILE-LND-BASIS-AMT
049250     MOVE RST-LNE-SHARE (RST-LND-SUB) TO RST-FILE-LND-SHARE
049260     MOVE RST-LND-UNIT-ADD TO RST-FILE-LND-UNIT-ADD
049270     MOVE RST-LND-STOCK-VALUE TO RST-FILE-LND-STOCK-VALUE
049280     MOVE RST-LND-COGS-VALUE TO RST-FILE-LND-COGS-VALUE
049290     WRITE LANDED-RECORD
049300     IF RST-LANDED-STATUS NOT = "00"
049310         DISPLAY "Warning: could not file landed cost line,"
049320         DISPLAY "status " RST-LANDED-STATUS
049330     END-IF
049340     PERFORM 4565-PRINT-ALLOCATION-LINE.
049350
049360*    ONLY LAYERS LAID DOWN BY A RECEIPT AGAINST THIS PO LINE ARE
049370*    RAISED - WHAT THEY STILL HOLD IS THE LINE'S STOCK ON HAND.
049380 4537-RAISE-ONE-LAYER.
049390     IF RST-FILE-CST-PO-NUMBER = RST-LND-PO-NUMBER
049400             AND RST-FILE-CST-PO-LINE
049410             = RST-LNE-PO-LINE (RST-LND-SUB)
049420         ADD RST-FILE-CST-QTY TO RST-LND-ONHAND
049430         ADD RST-LND-UNIT-ADD TO RST-FILE-CST-UNIT-COST
049440         REWRITE COST-RECORD
049450         IF RST-COST-STATUS NOT = "00"
049460             DISPLAY "Warning: could not rewrite cost layer,"
049470             DISPLAY "status " RST-COST-STATUS
049480         END-IF
049490     END-IF.
049500
049510*    THE ALLOCATION REPORT - ONE CHARGE, OR EVERY CHARGE ON FILE,
049520*    EACH WITH THE SPLIT OF EVERY LINE AND THE CHARGE TOTALS.
049530 4550-LANDED-COST-REPORT.
049540     DISPLAY "Enter Charge Number (blank=all): "
049550         WITH NO ADVANCING
049560     ACCEPT RST-ENTRY-CHARGE-EDIT
049570     MOVE "Y" TO RST-VALID-SWITCH
049580     MOVE LOW-VALUES TO RST-FILE-LND-KEY
049590     IF RST-ENTRY-CHARGE-EDIT NOT = SPACES
049600         INSPECT RST-ENTRY-CHARGE-EDIT
049610             REPLACING LEADING SPACE BY "0"
049620         IF RST-ENTRY-CHARGE-EDIT IS NUMERIC
049630             MOVE RST-ENTRY-CHARGE-NO TO RST-FILE-LND-CHARGE-NO
049640             MOVE 0 TO RST-FILE-LND-PO-LINE
049650         ELSE
049660             DISPLAY "Charge number must be numeric."
049670             MOVE "N" TO RST-VALID-SWITCH
049680         END-IF
049690     END-IF
049700     IF RST-ENTRY-IS-VALID
049710         PERFORM 4552-LIST-LANDED-CHARGES
049720     END-IF.
049730
049740 4552-LIST-LANDED-CHARGES.
049750     MOVE 0 TO RST-LND-CHARGE-NO
049760     START LANDED-FILE KEY IS NOT LESS THAN RST-FILE-LND-KEY
049770     IF RST-LANDED-STATUS = "00"
049780         PERFORM 4534-READ-LANDED-RECORD
049790         PERFORM UNTIL RST-LANDED-STATUS NOT = "00"
049800             PERFORM 4555-REPORT-ONE-LINE
049810             PERFORM 4534-READ-LANDED-RECORD
049820         END-PERFORM
049830     END-IF
049840     IF RST-LND-CHARGE-NO = 0
049850         DISPLAY "No landed cost charges to report."
049860     ELSE
049870         PERFORM 4567-PRINT-CHARGE-TOTALS
049880     END-IF.
049890
049900 4555-REPORT-ONE-LINE.
049910     IF RST-ENTRY-CHARGE-EDIT NOT = SPACES
049920             AND RST-FILE-LND-CHARGE-NO NOT = RST-ENTRY-CHARGE-NO
049930         MOVE "10" TO RST-LANDED-STATUS
049940     ELSE
049950         IF RST-FILE-LND-CHARGE-NO NOT = RST-LND-CHARGE-NO
049960             IF RST-LND-CHARGE-NO NOT = 0
049970                 PERFORM 4567-PRINT-CHARGE-TOTALS
049980             END-IF
049990             MOVE RST-FILE-LND-CHARGE-NO TO RST-LND-CHARGE-NO
050000             MOVE 0 TO RST-LND-STOCK-TOTAL
050010             MOVE 0 TO RST-LND-COGS-TOTAL
050020             PERFORM 4560-PRINT-CHARGE-HEADING
050030         END-IF
050040         MOVE RST-FILE-LND-ONHAND-QTY TO RST-LND-ONHAND
050050         PERFORM 4565-PRINT-ALLOCATION-LINE
050060     END-IF.
050070
050080 4560-PRINT-CHARGE-HEADING.
050090     MOVE RST-FILE-LND-CHARGE-NO TO RST-LNH-CHARGE-NO
050100     MOVE RST-FILE-LND-PO-NUMBER TO RST-LNH-PO-NUMBER
050110     EVALUATE RST-FILE-LND-TYPE
050120         WHEN "F"
050130             MOVE "FREIGHT" TO RST-LNH-TYPE
050140         WHEN "D"
050150             MOVE "DUTY" TO RST-LNH-TYPE
050160         WHEN OTHER
050170             MOVE "BROKERAGE" TO RST-LNH-TYPE
050180     END-EVALUATE
050190     EVALUATE RST-FILE-LND-BASIS
050200         WHEN "V"
050210             MOVE "VALUE" TO RST-LNH-BASIS
050220         WHEN "Q"
050230             MOVE "QUANTITY" TO RST-LNH-BASIS
050240         WHEN OTHER
050250             MOVE "WEIGHT" TO RST-LNH-BASIS
050260     END-EVALUATE
050270     MOVE RST-FILE-LND-AMOUNT TO RST-LNH-AMOUNT
050280     MOVE RST-FILE-LND-DATE TO RST-LNH-DATE
050290     MOVE RST-LND-HEADING TO RST-PRINT-LINE
050300     PERFORM 9950-WRITE-REPORT-LINE
050310     MOVE RST-LND-COLUMN-HEADING TO RST-PRINT-LINE
050320     PERFORM 9950-WRITE-REPORT-LINE.
050330
050340 4565-PRINT-ALLOCATION-LINE.
050350     MOVE RST-FILE-LND-PO-LINE TO RST-LND-D-LINE
050360     MOVE RST-FILE-LND-PRODUCT-ID TO RST-LND-D-PRODUCT-ID
050370     MOVE RST-FILE-LND-RECD-QTY TO RST-LND-D-RECD
050380     MOVE RST-LND-ONHAND TO RST-LND-D-ONHAND
050390     MOVE RST-FILE-LND-BASIS-AMT TO RST-LND-D-BASIS
050400     MOVE RST-FILE-LND-SHARE TO RST-LND-D-SHARE
050410     MOVE RST-FILE-LND-UNIT-ADD TO RST-LND-D-UNIT-ADD
050420     MOVE RST-FILE-LND-STOCK-VALUE TO RST-LND-D-STOCK
050430     MOVE RST-FILE-LND-COGS-VALUE TO RST-LND-D-COGS
050440     ADD RST-FILE-LND-STOCK-VALUE TO RST-LND-STOCK-TOTAL
050450     ADD RST-FILE-LND-COGS-VALUE TO RST-LND-COGS-TOTAL
050460     MOVE RST-LND-DETAIL TO RST-PRINT-LINE
050470     PERFORM 9950-WRITE-REPORT-LINE.
050480
050490 4567-PRINT-CHARGE-TOTALS.
050500     MOVE RST-LND-STOCK-TOTAL TO RST-LNT-STOCK
050510     MOVE RST-LND-COGS-TOTAL TO RST-LNT-COGS
050520     MOVE RST-LND-TOTAL-LINE TO RST-PRINT-LINE
050530     PERFORM 9950-WRITE-REPORT-LINE.
050540
050550*--------------------------------------------------------------*
050560* GENERATE REPORT - PAGINATED, WITH PAGE SUBTOTALS AND A        *
050570* GRAND TOTAL ACROSS THE WHOLE INVENTORY.                       *
050580*--------------------------------------------------------------*
050590 5000-GENERATE-REPORT.
050600     IF RST-PRODUCT-COUNT = 0
050610         MOVE "No products to generate a report."
050620             TO RST-PRINT-LINE
050630         PERFORM 9950-WRITE-REPORT-LINE
050640     ELSE
050650         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
050660         MOVE 0 TO RST-GRAND-TOTAL
050670         MOVE 0 TO RST-PAGE-TOTAL
050680         MOVE 0 TO RST-PAGE-COUNT
050690         MOVE RST-LINES-PER-PAGE TO RST-LINE-COUNT
050700         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
050710             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
050720             PERFORM 5200-PRINT-REPORT-DETAIL
050730         END-PERFORM
050740         PERFORM 5300-PRINT-PAGE-SUBTOTAL
050750         PERFORM 5400-PRINT-GRAND-TOTAL
050760     END-IF.
050770
050780 5100-PRINT-REPORT-HEADERS.
050790     ADD 1 TO RST-PAGE-COUNT
050800     MOVE RST-PAGE-COUNT TO RST-HDG-PAGE-NO
050810     MOVE RST-SYS-YEAR TO RST-HDG-YEAR
050820     MOVE RST-SYS-MONTH TO RST-HDG-MONTH
050830     MOVE RST-SYS-DAY TO RST-HDG-DAY
050840     MOVE RST-REPORT-HEADING-1 TO RST-PRINT-LINE
050850     PERFORM 9950-WRITE-REPORT-LINE
050860     MOVE RST-REPORT-HEADING-2 TO RST-PRINT-LINE
050870     PERFORM 9950-WRITE-REPORT-LINE
050880     MOVE RST-REPORT-HEADING-3 TO RST-PRINT-LINE
050890     PERFORM 9950-WRITE-REPORT-LINE.
050900
050910 5150-CHECK-PAGE-BREAK.
050920     IF RST-LINE-COUNT >= RST-LINES-PER-PAGE
050930         IF RST-PAGE-COUNT > 0
050940             PERFORM 5300-PRINT-PAGE-SUBTOTAL
050950         END-IF
050960         PERFORM 5100-PRINT-REPORT-HEADERS
050970         MOVE 0 TO RST-LINE-COUNT
050980     END-IF.
050990
051000 5200-PRINT-REPORT-DETAIL.
051010     PERFORM 5150-CHECK-PAGE-BREAK
051020     COMPUTE RST-TOTAL-VALUE =
051030         RST-PRODUCT-QTY (RST-PRODUCT-IDX) *
051040         RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
051050     ADD RST-TOTAL-VALUE TO RST-GRAND-TOTAL
051060     ADD RST-TOTAL-VALUE TO RST-PAGE-TOTAL
051070     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX) TO RST-DTL-PRODUCT-ID
051080     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
051090         TO RST-DTL-PRODUCT-NAME
051100     MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX) TO RST-DTL-QUANTITY
051110     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
051120         TO RST-DTL-UNIT-PRICE
051130     MOVE RST-TOTAL-VALUE TO RST-DTL-TOTAL-VALUE
051140     MOVE RST-REPORT-DETAIL TO RST-PRINT-LINE
051150     PERFORM 9950-WRITE-REPORT-LINE
051160     ADD 1 TO RST-LINE-COUNT
051170     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX) TO RST-ENTRY-PRODUCT-ID
051180     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
051190     IF RST-RECORD-FOUND
051200         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
051210                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
051220                     NOT = RST-ENTRY-PRODUCT-ID
051230             PERFORM 5250-PRINT-REPORT-LOCATION-LINE
051240             PERFORM 9874-STEP-NEXT-LOCATION
051250         END-PERFORM
051260     END-IF.
051270
051280 5250-PRINT-REPORT-LOCATION-LINE.
051290     PERFORM 5150-CHECK-PAGE-BREAK
051300     MOVE RST-LOC-CODE (RST-LOCATION-IDX)
051310         TO RST-RLD-LOCATION-CODE
051320     MOVE RST-LOC-QTY (RST-LOCATION-IDX) TO RST-RLD-QUANTITY
051330     MOVE RST-REPORT-LOC-DETAIL TO RST-PRINT-LINE
051340     PERFORM 9950-WRITE-REPORT-LINE
051350     ADD 1 TO RST-LINE-COUNT.
051360
051370 5300-PRINT-PAGE-SUBTOTAL.
051380     MOVE RST-PAGE-TOTAL TO RST-PGT-EDIT
051390     MOVE RST-PAGE-SUBTOTAL-LINE TO RST-PRINT-LINE
051400     PERFORM 9950-WRITE-REPORT-LINE
051410     MOVE 0 TO RST-PAGE-TOTAL.
051420
051430 5400-PRINT-GRAND-TOTAL.
051440     MOVE RST-GRAND-TOTAL TO RST-GT-EDIT
051450     MOVE RST-GRAND-TOTAL-LINE TO RST-PRINT-LINE
051460     PERFORM 9950-WRITE-REPORT-LINE.
051470
051480*--------------------------------------------------------------*
051490* AVAILABLE-TO-SELL FEED FOR THE WEB SHOP. EACH PRODUCT SENDS   *
051500* ITS SELLABLE STOCK (THE SAME FIGURE ORDER ALLOCATION USES)    *
051510* LESS OPEN BACKORDER QUANTITY, ITS PRICE EFFECTIVE TODAY AND A *
051520* STATUS FLAG. INVATS HOLDS WHAT WAS LAST SENT PER PRODUCT, SO  *
051530* A DELTA FEED CARRIES ONLY PRODUCTS WHOSE QUANTITY, PRICE OR   *
051540* STATUS MOVED; A FULL FEED (WEEKENDS, PARM BATCH FULL, OR A    *
051550* FORCED RERUN OF A DATE THAT ALREADY SENT ONE) CARRIES THEM    *
051560* ALL. THE FEED SEQUENCE NUMBER IS KEPT ON THE RUN-CONTROL      *
051570* RECORD SO THE WEB TEAM CAN TELL WHEN A FILE IS MISSING.       *
051580*--------------------------------------------------------------*
051590 5500-WRITE-ATS-FEED.
051600     PERFORM 5510-ASSIGN-FEED-SEQUENCE
051610     MOVE 0 TO RST-ATS-DETAIL-COUNT
051620     MOVE 0 TO RST-ATS-DROPPED-COUNT
051630     MOVE 0 TO RST-ATS-QTY-HASH
051640     MOVE 0 TO RST-ATS-PRICE-HASH
051650     MOVE RST-RUN-BUSINESS-DATE TO RST-ATSN-DATE
051660     OPEN OUTPUT ATS-FEED-FILE
051670     IF RST-ATS-STATUS NOT = "00"
051680         DISPLAY "Warning: could not open available-to-sell"
051690         DISPLAY "feed " RST-ATS-NAME ", status " RST-ATS-STATUS
051700         MOVE "E" TO RST-STP-NEW-SEV
051710         MOVE "ATS FEED COULD NOT BE OPENED" TO RST-STP-NEW-TEXT
051720         PERFORM 9942-RAISE-STEP-SEVERITY
051730     ELSE
051740         MOVE RST-RUN-BUSINESS-DATE TO RST-ATH-DATE
051750         MOVE RST-FEED-SEQ TO RST-ATH-FEED-SEQ
051760         MOVE RST-FEED-MODE TO RST-ATH-MODE
051770         MOVE RST-ATS-HEADER TO ATS-FEED-RECORD
051780         WRITE ATS-FEED-RECORD
051790         IF RST-ATS-STATUS NOT = "00"
051800             DISPLAY "Warning: could not write feed header,"
051810             DISPLAY "status " RST-ATS-STATUS
051820             MOVE "E" TO RST-STP-NEW-SEV
051830             MOVE "ATS FEED HEADER NOT WRITTEN"
051840                 TO RST-STP-NEW-TEXT
051850             PERFORM 9942-RAISE-STEP-SEVERITY
051860         END-IF
051870         PERFORM VARYING RST-SUBSCRIPT FROM 1 BY 1
051880             UNTIL RST-SUBSCRIPT > RST-PRODUCT-COUNT
051890             PERFORM 5520-FEED-ONE-PRODUCT
051900         END-PERFORM
051910         PERFORM 5540-FEED-DROPPED-PRODUCTS
051920         MOVE RST-ATS-DETAIL-COUNT TO RST-ATT-COUNT
051930         MOVE RST-ATS-QTY-HASH TO RST-ATT-QTY-HASH
051940         MOVE RST-ATS-PRICE-HASH TO RST-ATT-PRICE-HASH
051950         MOVE RST-ATS-TRAILER TO ATS-FEED-RECORD
051960         WRITE ATS-FEED-RECORD
051970         IF RST-ATS-STATUS NOT = "00"
051980             DISPLAY "Warning: could not write feed trailer,"
051990             DISPLAY "status " RST-ATS-STATUS
052000             MOVE "E" TO RST-STP-NEW-SEV
052010             MOVE "ATS FEED TRAILER NOT WRITTEN"
052020                 TO RST-STP-NEW-TEXT
052030             PERFORM 9942-RAISE-STEP-SEVERITY
052040         END-IF
052050         CLOSE ATS-FEED-FILE
052060         PERFORM 5515-RECORD-FEED-SEQUENCE
052070         DISPLAY "Available-to-sell feed " RST-FEED-SEQ
052080             " (mode " RST-FEED-MODE ") written to " RST-ATS-NAME
052090         DISPLAY "(" RST-ATS-DETAIL-COUNT " detail records, "
052100             RST-ATS-DROPPED-COUNT " dropped products)."
052110     END-IF.
052120
052130*--------------------------------------------------------------*
052140* THE LAST FEED SENT IS THE HIGHEST SEQUENCE NUMBER ON ANY      *
052150* OTHER DATE'S RUN-CONTROL RECORD. A FORCED RERUN OF A DATE     *
052160* THAT ALREADY SENT A FEED REUSES ITS NUMBER AND SENDS          *
052170* EVERYTHING - THE FEED STATE ALREADY HOLDS WHAT THE FIRST      *
052180* RUN SENT, SO A DELTA WOULD COME OUT EMPTY AND OVERWRITE THE   *
052190* FILE THE WEB TEAM IS WAITING FOR.                             *
052200*--------------------------------------------------------------*
052210 5510-ASSIGN-FEED-SEQUENCE.
052220     MOVE 0 TO RST-FEED-SEQ-LAST
052230     MOVE 0 TO RST-FEED-SEQ-TODAY
052240     MOVE 0 TO RST-FILE-RUN-DATE
052250     START RUNCTL-FILE KEY IS NOT LESS THAN
052260         RST-FILE-RUN-DATE
052270     IF RST-RUNCTL-STATUS = "00"
052280         PERFORM 9918-READ-RUNCTL-RECORD
052290         PERFORM UNTIL RST-RUNCTL-STATUS NOT = "00"
052300             PERFORM 5512-NOTE-FEED-SEQUENCE
052310             PERFORM 9918-READ-RUNCTL-RECORD
052320         END-PERFORM
052330     END-IF
052340     MOVE "D" TO RST-FEED-MODE
052350     IF RST-FEED-SEQ-TODAY > 0
052360         MOVE RST-FEED-SEQ-TODAY TO RST-FEED-SEQ
052370         MOVE "F" TO RST-FEED-MODE
052380     ELSE
052390         COMPUTE RST-FEED-SEQ = RST-FEED-SEQ-LAST + 1
052400     END-IF
052410     IF RST-ARGUMENT-VALUE (1:10) = "BATCH FULL"
052420         MOVE "F" TO RST-FEED-MODE
052430     END-IF
052440*    SATURDAY AND SUNDAY SEND THE WHOLE CATALOGUE. DAY NUMBER 1
052450*    (1 JANUARY 0001) WAS A MONDAY, SO THE REMAINDER BY 7 IS 6
052460*    ON A SATURDAY AND 0 ON A SUNDAY.
052470     MOVE RST-RUN-BUSINESS-DATE TO RST-DATE-WORK
052480     PERFORM 9470-DATE-TO-DAY-NUMBER
052490     DIVIDE RST-DAY-NUMBER BY 7 GIVING RST-FEED-WEEKS
052500         REMAINDER RST-FEED-WEEKDAY
052510     IF RST-FEED-WEEKDAY = 6 OR RST-FEED-WEEKDAY = 0
052520         MOVE "F" TO RST-FEED-MODE
052530     END-IF.
052540
052550 5512-NOTE-FEED-SEQUENCE.
052560     IF RST-FILE-RUN-FEED-SEQ IS NUMERIC
052570         IF RST-FILE-RUN-DATE = RST-RUN-BUSINESS-DATE
052580             MOVE RST-FILE-RUN-FEED-SEQ TO RST-FEED-SEQ-TODAY
052590         ELSE
052600             IF RST-FILE-RUN-FEED-SEQ > RST-FEED-SEQ-LAST
052610                 MOVE RST-FILE-RUN-FEED-SEQ
052620                     TO RST-FEED-SEQ-LAST
052630             END-IF
052640         END-IF
052650     END-IF.
052660
052670 5515-RECORD-FEED-SEQUENCE.
052680     MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-RUN-DATE
052690     READ RUNCTL-FILE
052700     IF RST-RUNCTL-STATUS = "00"
052710         MOVE RST-FEED-SEQ TO RST-FILE-RUN-FEED-SEQ
052720         MOVE RST-FEED-MODE TO RST-FILE-RUN-FEED-MODE
052730         REWRITE RUNCTL-RECORD
052740         IF RST-RUNCTL-STATUS NOT = "00"
052750             DISPLAY "Warning: could not record feed sequence,"
052760             DISPLAY "status " RST-RUNCTL-STATUS
052770         END-IF
052780     ELSE
052790         DISPLAY "Warning: run control record vanished -"
052800         DISPLAY "feed sequence not recorded."
052810     END-IF.
052820
052830 5520-FEED-ONE-PRODUCT.
052840     MOVE RST-PRODUCT-ID (RST-SUBSCRIPT) TO RST-ENTRY-PRODUCT-ID
052850     PERFORM 8719-COMPUTE-SELLABLE-QTY
052860*    STOCK ALREADY OWED TO BACKORDERED CUSTOMERS IS NOT FOR SALE.
052870     PERFORM 5525-TOTAL-OPEN-BACKORDERS
052880     IF RST-ATS-BO-QTY < RST-ORD-AVAIL-QTY
052890         COMPUTE RST-ATS-QTY =
052900             RST-ORD-AVAIL-QTY - RST-ATS-BO-QTY
052910     ELSE
052920         MOVE 0 TO RST-ATS-QTY
052930     END-IF
052940*    THE NIGHTLY PRICE STEP HAS ALREADY RESTATED THE MASTER PRICE
052950*    TO THE PRICE HISTORY ROW EFFECTIVE ON THE BUSINESS DATE.
052960     MOVE RST-PRODUCT-PRICE (RST-SUBSCRIPT) TO RST-ATS-PRICE
052970     EVALUATE TRUE
052980         WHEN RST-PRODUCT-STATUS (RST-SUBSCRIPT) = "D"
052990             MOVE "D" TO RST-ATS-FLAG
053000         WHEN RST-ATS-QTY = 0
053010             MOVE "O" TO RST-ATS-FLAG
053020         WHEN RST-ATS-QTY NOT > RST-REORDER-LEVEL (RST-SUBSCRIPT)
053030             MOVE "L" TO RST-ATS-FLAG
053040         WHEN OTHER
053050             MOVE "I" TO RST-ATS-FLAG
053060     END-EVALUATE
053070     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-ATS-PRODUCT-ID
053080     READ FEEDSTATE-FILE
053090     IF RST-FEEDST-STATUS = "00"
053100         MOVE "Y" TO RST-ATS-ROW-SWITCH
053110         IF RST-FEED-MODE = "F"
053120                 OR RST-FILE-ATS-QTY NOT = RST-ATS-QTY
053130                 OR RST-FILE-ATS-PRICE NOT = RST-ATS-PRICE
053140                 OR RST-FILE-ATS-FLAG NOT = RST-ATS-FLAG
053150             MOVE "Y" TO RST-ATS-SEND-SWITCH
053160         ELSE
053170             MOVE "N" TO RST-ATS-SEND-SWITCH
053180         END-IF
053190     ELSE
053200         MOVE "N" TO RST-ATS-ROW-SWITCH
053210         MOVE "Y" TO RST-ATS-SEND-SWITCH
053220     END-IF
053230     IF RST-ATS-SEND
053240         PERFORM 5530-WRITE-ATS-DETAIL
053250         IF RST-ATS-STATUS = "00"
053260             PERFORM 5535-SAVE-FEED-STATE
053270         END-IF
053280     END-IF.
053290
053300 5525-TOTAL-OPEN-BACKORDERS.
053310     MOVE 0 TO RST-ATS-BO-QTY
053320     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-BO-PRODUCT-ID
053330     MOVE 0 TO RST-FILE-BO-DATE
053340     MOVE 0 TO RST-FILE-BO-SEQ
053350     START BACKORDER-FILE KEY IS NOT LESS THAN
053360         RST-FILE-BO-KEY
053370     IF RST-BACKORDER-STATUS = "00"
053380         PERFORM 8062-READ-BACKORDER
053390         PERFORM UNTIL RST-BACKORDER-STATUS NOT = "00"
053400                 OR RST-FILE-BO-PRODUCT-ID
053410                     NOT = RST-ENTRY-PRODUCT-ID
053420             PERFORM 5527-ADD-OPEN-BACKORDER
053430             PERFORM 8062-READ-BACKORDER
053440         END-PERFORM
053450     END-IF.
053460
053470 5527-ADD-OPEN-BACKORDER.
053480     IF RST-FILE-BO-STATE = "O"
053490         ADD RST-FILE-BO-QTY TO RST-ATS-BO-QTY
053500     END-IF.
053510
053520 5530-WRITE-ATS-DETAIL.
053530     MOVE RST-ENTRY-PRODUCT-ID TO RST-ATL-PRODUCT-ID
053540     MOVE RST-ATS-QTY TO RST-ATL-QTY
053550     MOVE RST-ATS-PRICE TO RST-ATL-PRICE
053560     MOVE RST-ATS-FLAG TO RST-ATL-FLAG
053570     MOVE RST-ATS-LINE TO ATS-FEED-RECORD
053580     WRITE ATS-FEED-RECORD
053590     IF RST-ATS-STATUS NOT = "00"
053600         DISPLAY "Warning: could not write feed detail,"
053610         DISPLAY "status " RST-ATS-STATUS
053620         MOVE "E" TO RST-STP-NEW-SEV
053630         MOVE "ATS FEED DETAIL NOT WRITTEN" TO RST-STP-NEW-TEXT
053640         PERFORM 9942-RAISE-STEP-SEVERITY
053650     ELSE
053660         ADD 1 TO RST-ATS-DETAIL-COUNT
053670         ADD RST-ATS-QTY TO RST-ATS-QTY-HASH
053680         ADD RST-ATS-PRICE TO RST-ATS-PRICE-HASH
053690     END-IF.
053700
053710 5535-SAVE-FEED-STATE.
053720     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-ATS-PRODUCT-ID
053730     MOVE RST-ATS-QTY TO RST-FILE-ATS-QTY
053740     MOVE RST-ATS-PRICE TO RST-FILE-ATS-PRICE
053750     MOVE RST-ATS-FLAG TO RST-FILE-ATS-FLAG
053760     MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-ATS-SENT-DATE
053770     MOVE RST-FEED-SEQ TO RST-FILE-ATS-FEED-SEQ
053780     IF RST-ATS-ROW-ON-FILE
053790         REWRITE FEEDSTATE-RECORD
053800     ELSE
053810         WRITE FEEDSTATE-RECORD
053820     END-IF
053830     IF RST-FEEDST-STATUS NOT = "00"
053840         DISPLAY "Warning: could not save feed state for "
053850             RST-ENTRY-PRODUCT-ID
053860         DISPLAY "status " RST-FEEDST-STATUS
053870     END-IF.
053880
053890*--------------------------------------------------------------*
053900* A PRODUCT DELETED FROM THE MASTER GOES OUT ONCE WITH STATUS D *
053910* AND NOTHING TO SELL SO THE WEB SHOP TAKES IT DOWN, AND ITS    *
053920* FEED STATE ROW IS DROPPED - IN EITHER MODE.                   *
053930*--------------------------------------------------------------*
053940 5540-FEED-DROPPED-PRODUCTS.
053950     MOVE LOW-VALUES TO RST-FILE-ATS-PRODUCT-ID
053960     START FEEDSTATE-FILE KEY IS NOT LESS THAN
053970         RST-FILE-ATS-PRODUCT-ID
053980     IF RST-FEEDST-STATUS = "00"
053990         PERFORM 5542-READ-FEED-STATE
054000         PERFORM UNTIL RST-FEEDST-STATUS NOT = "00"
054010             PERFORM 5545-CHECK-DROPPED-PRODUCT
054020             PERFORM 5542-READ-FEED-STATE
054030         END-PERFORM
054040     END-IF.
054050
054060 5542-READ-FEED-STATE.
054070     READ FEEDSTATE-FILE NEXT RECORD.
054080
054090 5545-CHECK-DROPPED-PRODUCT.
054100     MOVE RST-FILE-ATS-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
054110     PERFORM 9800-FIND-PRODUCT
054120     IF NOT RST-RECORD-FOUND
054130         MOVE 0 TO RST-ATS-QTY
054140         MOVE RST-FILE-ATS-PRICE TO RST-ATS-PRICE
054150         MOVE "D" TO RST-ATS-FLAG
054160         PERFORM 5530-WRITE-ATS-DETAIL
054170         IF RST-ATS-STATUS = "00"
054180             ADD 1 TO RST-ATS-DROPPED-COUNT
054190             DELETE FEEDSTATE-FILE RECORD
054200             IF RST-FEEDST-STATUS NOT = "00"
054210                 DISPLAY "Warning: could not drop feed state for "
054220                     RST-ENTRY-PRODUCT-ID
054230                 DISPLAY "status " RST-FEEDST-STATUS
054240             END-IF
054250         END-IF
054260     END-IF.
054270
054280*--------------------------------------------------------------*
054290* UPDATE PRODUCT - BLANK OR ZERO RESPONSE LEAVES A FIELD        *
054300* UNCHANGED.                                                    *
054310*--------------------------------------------------------------*
054320 6000-UPDATE-PRODUCT.
054330     DISPLAY "Enter Product ID to update: " WITH NO ADVANCING
054340     ACCEPT RST-ENTRY-PRODUCT-ID
054350     PERFORM 9800-FIND-PRODUCT
054360     IF RST-RECORD-NOT-FOUND
054370         DISPLAY "Product ID not found."
054380     ELSE
054390         PERFORM 6100-APPLY-PRODUCT-UPDATES
054400     END-IF.
054410
054420 6100-APPLY-PRODUCT-UPDATES.
054430     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
054440     DISPLAY "Current Name: " RST-PRODUCT-NAME (RST-SUBSCRIPT)
054450     DISPLAY "Enter New Product Name (blank=keep): "
054460         WITH NO ADVANCING
054470     ACCEPT RST-ENTRY-PRODUCT-NAME
054480     IF RST-ENTRY-PRODUCT-NAME NOT = SPACES
054490         MOVE RST-ENTRY-PRODUCT-NAME
054500             TO RST-PRODUCT-NAME (RST-SUBSCRIPT)
054510     END-IF
054520     DISPLAY "Current Quantity: " RST-PRODUCT-QTY (RST-SUBSCRIPT)
054530     DISPLAY "Enter New Quantity (blank=keep): "
054540         WITH NO ADVANCING
054550     ACCEPT RST-ENTRY-QUANTITY-EDIT
054560     IF RST-ENTRY-QUANTITY-EDIT NOT = SPACES
054570         INSPECT RST-ENTRY-QUANTITY-EDIT
054580             REPLACING LEADING SPACE BY "0"
054590         IF RST-ENTRY-QUANTITY-EDIT IS NUMERIC
054600             MOVE RST-ENTRY-QUANTITY
054610                 TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
054620         END-IF
054630     END-IF
054640     DISPLAY "Current Unit Price: $"
054650         RST-PRODUCT-PRICE (RST-SUBSCRIPT)
054660     DISPLAY "Enter New Unit Price (blank=keep, no"
054670         WITH NO ADVANCING
054680     DISPLAY " decimal point, e.g. 550 = $5.50): "
054690         WITH NO ADVANCING
054700     ACCEPT RST-ENTRY-PRICE-EDIT
054710     IF RST-ENTRY-PRICE-EDIT NOT = SPACES
054720         INSPECT RST-ENTRY-PRICE-EDIT
054730             REPLACING LEADING SPACE BY "0"
054740         IF RST-ENTRY-PRICE-EDIT IS NUMERIC
054750             MOVE RST-ENTRY-UNIT-PRICE
054760                 TO RST-PRODUCT-PRICE (RST-SUBSCRIPT)
054770             PERFORM 6150-FILE-PRICE-HISTORY-ROW
054780         END-IF
054790     END-IF
054800     DISPLAY "Current Reorder Level: "
054810         RST-REORDER-LEVEL (RST-SUBSCRIPT)
054820     DISPLAY "Enter New Reorder Level (blank=keep): "
054830         WITH NO ADVANCING
054840     ACCEPT RST-ENTRY-REORDER-EDIT
054850     IF RST-ENTRY-REORDER-EDIT NOT = SPACES
054860         INSPECT RST-ENTRY-REORDER-EDIT
054870             REPLACING LEADING SPACE BY "0"
054880         IF RST-ENTRY-REORDER-EDIT IS NUMERIC
054890             MOVE RST-ENTRY-REORDER-LEVEL
054900                 TO RST-REORDER-LEVEL (RST-SUBSCRIPT)
054910         END-IF
054920     END-IF
054930     DISPLAY "Current Supplier: "
054940         RST-PRODUCT-SUPPLIER (RST-SUBSCRIPT)
054950     DISPLAY "Enter New Supplier Code (blank=keep): "
054960         WITH NO ADVANCING
054970     ACCEPT RST-ENTRY-SUPPLIER-CODE
054980     IF RST-ENTRY-SUPPLIER-CODE NOT = SPACES
054990         MOVE RST-ENTRY-SUPPLIER-CODE
055000             TO RST-PRODUCT-SUPPLIER (RST-SUBSCRIPT)
055010     END-IF
055020     DISPLAY "Current Minimum Order Qty: "
055030         RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
055040     DISPLAY "Enter New Minimum Order Qty (blank=keep): "
055050         WITH NO ADVANCING
055060     ACCEPT RST-ENTRY-MIN-ORDER-EDIT
055070     IF RST-ENTRY-MIN-ORDER-EDIT NOT = SPACES
055080         INSPECT RST-ENTRY-MIN-ORDER-EDIT
055090             REPLACING LEADING SPACE BY "0"
055100         IF RST-ENTRY-MIN-ORDER-EDIT IS NUMERIC
055110             MOVE RST-ENTRY-MIN-ORDER-QTY
055120                 TO RST-MIN-ORDER-QTY (RST-SUBSCRIPT)
055130         END-IF
055140     END-IF
055150     DISPLAY "Current Stocking Unit: "
055160         RST-STOCK-UOM (RST-SUBSCRIPT)
055170     DISPLAY "Enter New Stocking Unit (blank=keep): "
055180         WITH NO ADVANCING
055190     ACCEPT RST-ENTRY-UOM
055200     IF RST-ENTRY-UOM NOT = SPACES
055210         MOVE RST-ENTRY-UOM TO RST-STOCK-UOM (RST-SUBSCRIPT)
055220     END-IF
055230     DISPLAY "Current Case Pack: "
055240         RST-CASE-PACK (RST-SUBSCRIPT)
055250     DISPLAY "Enter New Case Pack (blank=keep): "
055260         WITH NO ADVANCING
055270     ACCEPT RST-ENTRY-CASE-EDIT
055280     IF RST-ENTRY-CASE-EDIT NOT = SPACES
055290         INSPECT RST-ENTRY-CASE-EDIT
055300             REPLACING LEADING SPACE BY "0"
055310         IF RST-ENTRY-CASE-EDIT IS NUMERIC
055320             MOVE RST-ENTRY-CASE-PACK
055330                 TO RST-CASE-PACK (RST-SUBSCRIPT)
055340         END-IF
055350     END-IF
055360     DISPLAY "Currently Lot Tracked: "
055370         RST-LOT-TRACKED (RST-SUBSCRIPT)
055380     DISPLAY "Lot tracked? (Y/N, blank=keep): "
055390         WITH NO ADVANCING
055400     ACCEPT RST-ENTRY-YES-NO
055410     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
055420         MOVE "Y" TO RST-LOT-TRACKED (RST-SUBSCRIPT)
055430     END-IF
055440     IF RST-ENTRY-YES-NO = "N" OR RST-ENTRY-YES-NO = "n"
055450         MOVE "N" TO RST-LOT-TRACKED (RST-SUBSCRIPT)
055460     END-IF
055470     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
055480     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
055490     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
055500     MOVE "UPDATE" TO RST-ACTION-CODE
055510     PERFORM 9500-WRITE-AUDIT-RECORD
055520     DISPLAY "Product updated successfully.".
055530
055540*--------------------------------------------------------------*
055550* FILES AN EFFECTIVE-TODAY PRICE HISTORY ROW FOR THE ENTERED    *
055560* PRICE. A SECOND CHANGE ON THE SAME DAY RESTATES THE DAY'S     *
055570* ROW RATHER THAN FAILING ON THE DUPLICATE KEY.                 *
055580*--------------------------------------------------------------*
055590 6150-FILE-PRICE-HISTORY-ROW.
055600     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
055610     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-PRC-PRODUCT-ID
055620     MOVE RST-SYSTEM-DATE TO RST-FILE-PRC-EFF-DATE
055630     MOVE RST-ENTRY-UNIT-PRICE TO RST-FILE-PRC-PRICE
055640     MOVE RST-SYSTEM-DATE TO RST-FILE-PRC-ENTERED
055650     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-PRC-OPERATOR
055660     WRITE PRICE-RECORD
055670     IF RST-PRICE-STATUS = "22"
055680         REWRITE PRICE-RECORD
055690     END-IF
055700     IF RST-PRICE-STATUS NOT = "00"
055710         DISPLAY "Warning: could not file price history"
055720         DISPLAY "row, status " RST-PRICE-STATUS
055730     END-IF.
055740
055750*--------------------------------------------------------------*
055760* SHIP CONFIRMATION - THE SECOND HALF OF ORDER PROCESSING.      *
055770* FOR EACH RESERVED LINE ON THE ORDER THE OPERATOR KEYS WHAT    *
055780* WAS ACTUALLY PICKED, BIN BY BIN. EACH PICK COMES OFF ITS      *
055790* LOCATION ROW AS IT IS KEYED; WHEN THE LINE IS DONE THE WHOLE  *
055800* RESERVATION IS RELEASED, THE PICKED QUANTITY LEAVES ON-HAND   *
055810* THROUGH THE COST LAYERS AND LOTS AS AN ORD-ISSUE, AND ANY     *
055820* SHORT PICK GOES TO THE BACKORDER FILE UNDER THE CUSTOMER.     *
055830* A PACKING SLIP FOR THE ORDER PRINTS AT THE END. CANCEL        *
055840* RELEASES THE RESERVATIONS ON AN ORDER THAT WILL NOT SHIP.     *
055850*--------------------------------------------------------------*
055860 6200-SHIP-CONFIRMATION.
055870     MOVE SPACES TO RST-ENTRY-SUB-OPTION
055880     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
055890             OR RST-ENTRY-SUB-OPTION = "x"
055900         PERFORM 6202-PROCESS-SHIP-OPTION
055910     END-PERFORM.
055920
055930 6202-PROCESS-SHIP-OPTION.
055940     DISPLAY " "
055950     DISPLAY "Ship Confirmation - S=Confirm Shipment,"
055960     DISPLAY "C=Cancel Unshipped Order, X=Return: "
055970         WITH NO ADVANCING
055980     ACCEPT RST-ENTRY-SUB-OPTION
055990     EVALUATE RST-ENTRY-SUB-OPTION
056000         WHEN "S"
056010         WHEN "s"
056020             PERFORM 6210-CONFIRM-SHIPMENT
056030         WHEN "C"
056040         WHEN "c"
056050             PERFORM 6270-CANCEL-ORDER
056060         WHEN "X"
056070         WHEN "x"
056080             CONTINUE
056090         WHEN OTHER
056100             DISPLAY "Invalid option."
056110     END-EVALUATE.
056120
056130 6205-ACCEPT-ORDER-NUMBER.
056140     MOVE "N" TO RST-VALID-SWITCH
056150     DISPLAY "Enter Order Number: " WITH NO ADVANCING
056160     ACCEPT RST-ENTRY-ORDER-EDIT
056170     INSPECT RST-ENTRY-ORDER-EDIT
056180         REPLACING LEADING SPACE BY "0"
056190     IF RST-ENTRY-ORDER-EDIT IS NOT NUMERIC
056200             OR RST-ENTRY-ORDER-NUMBER = 0
056210         DISPLAY "Order number must be numeric."
056220     ELSE
056230         MOVE "Y" TO RST-VALID-SWITCH
056240         MOVE RST-ENTRY-ORDER-NUMBER TO RST-SHIP-ORDER-NUMBER
056250     END-IF.
056260
056270 6207-START-ORDER-LINES.
056280     MOVE RST-SHIP-ORDER-NUMBER TO RST-FILE-ORD-NUMBER
056290     MOVE 0 TO RST-FILE-ORD-LINE
056300     START ORDER-FILE KEY IS NOT LESS THAN RST-FILE-ORD-KEY.
056310
056320 6210-CONFIRM-SHIPMENT.
056330     PERFORM 6205-ACCEPT-ORDER-NUMBER
056340     IF RST-ENTRY-IS-VALID
056350         MOVE 0 TO RST-PACK-COUNT
056360         MOVE 0 TO RST-SHIP-UNITS
056370         PERFORM 6207-START-ORDER-LINES
056380         IF RST-ORDER-STATUS = "00"
056390             PERFORM 8707-READ-ORDER-RECORD
056400             PERFORM UNTIL RST-ORDER-STATUS NOT = "00"
056410                     OR RST-FILE-ORD-NUMBER
056420                         NOT = RST-SHIP-ORDER-NUMBER
056430                 PERFORM 6220-CONFIRM-ORDER-LINE
056440                 PERFORM 8707-READ-ORDER-RECORD
056450             END-PERFORM
056460         END-IF
056470         IF RST-PACK-COUNT = 0
056480             DISPLAY "Nothing awaiting shipment on order "
056490                 RST-SHIP-ORDER-NUMBER "."
056500         ELSE
056510             PERFORM 6260-PRINT-PACKING-SLIP
056520         END-IF
056530     END-IF.
056540
056550 6220-CONFIRM-ORDER-LINE.
056560     IF RST-FILE-ORD-STATE = "R"
056570         MOVE RST-FILE-ORD-CUSTOMER TO RST-ENTRY-CUSTOMER-NAME
056580         MOVE RST-FILE-ORD-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
056590         PERFORM 9800-FIND-PRODUCT
056600         IF RST-RECORD-NOT-FOUND
056610             DISPLAY "Line " RST-FILE-ORD-LINE " product "
056620                 RST-ENTRY-PRODUCT-ID
056630             DISPLAY "is no longer on file - line skipped."
056640         ELSE
056650             MOVE 0 TO RST-SHIP-PICKED
056660             MOVE SPACES TO RST-SHIP-PICK-LOCATION
056670             PERFORM 6222-SHOW-LINE-TO-PICK
056680             MOVE "X" TO RST-ENTRY-LOCATION-CODE
056690             PERFORM UNTIL RST-ENTRY-LOCATION-CODE = SPACES
056700                     OR RST-SHIP-PICKED = RST-FILE-ORD-ALLOC-QTY
056710                 PERFORM 6230-ENTER-ONE-PICK
056720             END-PERFORM
056730             PERFORM 6240-POST-SHIPPED-LINE
056740         END-IF
056750     END-IF.
056760
056770*--------------------------------------------------------------*
056780* THE OPERATOR SEES THE LINE'S RESERVED QUANTITY AND WHERE THE  *
056790* PRODUCT SITS - EVERY BIN HOLDING IT OUTSIDE QUARANTINE, PLUS  *
056800* WHATEVER ON-HAND NO BIN ROW ACCOUNTS FOR AS NO-LOC.           *
056810*--------------------------------------------------------------*
056820 6222-SHOW-LINE-TO-PICK.
056830     DISPLAY " "
056840     DISPLAY "Line " RST-FILE-ORD-LINE " " RST-ENTRY-PRODUCT-ID
056850         " " RST-PRODUCT-NAME (RST-SUBSCRIPT)
056860     DISPLAY "Reserved to ship: " RST-FILE-ORD-ALLOC-QTY
056870     DISPLAY "Stock by bin:"
056880     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
056890     IF RST-RECORD-FOUND
056900         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
056910                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
056920                     NOT = RST-ENTRY-PRODUCT-ID
056930             PERFORM 6224-SHOW-ONE-BIN
056940             PERFORM 9874-STEP-NEXT-LOCATION
056950         END-PERFORM
056960     END-IF
056970     PERFORM 6226-COUNT-UNBINNED-QTY
056980     IF RST-SHIP-UNBINNED > 0
056990         DISPLAY "   NO-LOC  " RST-SHIP-UNBINNED
057000     END-IF.
057010
057020 6224-SHOW-ONE-BIN.
057030     MOVE RST-LOC-CODE (RST-LOCATION-IDX) TO RST-QUAR-CHECK-CODE
057040     PERFORM 9843-CHECK-QUARANTINE-BIN
057050     IF RST-LOC-QTY (RST-LOCATION-IDX) > 0
057060             AND RST-NOT-QUARANTINE-BIN
057070         DISPLAY "   " RST-LOC-CODE (RST-LOCATION-IDX) "  "
057080             RST-LOC-QTY (RST-LOCATION-IDX)
057090     END-IF.
057100
057110 6226-COUNT-UNBINNED-QTY.
057120     MOVE 0 TO RST-SHIP-BINNED
057130     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
057140     IF RST-RECORD-FOUND
057150         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
057160                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
057170                     NOT = RST-ENTRY-PRODUCT-ID
057180             PERFORM 6228-ADD-BIN-QTY
057190             PERFORM 9874-STEP-NEXT-LOCATION
057200         END-PERFORM
057210     END-IF
057220*    BIN PICKS ALREADY MADE ON THIS LINE HAVE COME OFF THE BIN
057230*    ROWS BUT NOT YET OFF ON-HAND, SO EVERYTHING PICKED SO FAR IS
057240*    TAKEN OUT AS WELL AS WHAT THE BINS STILL HOLD.
057250     IF RST-PRODUCT-QTY (RST-SUBSCRIPT)
057260             > RST-SHIP-PICKED + RST-SHIP-BINNED
057270         COMPUTE RST-SHIP-UNBINNED =
057280             RST-PRODUCT-QTY (RST-SUBSCRIPT) - RST-SHIP-PICKED
057290                 - RST-SHIP-BINNED
057300     ELSE
057310         MOVE 0 TO RST-SHIP-UNBINNED
057320     END-IF.
057330
057340 6228-ADD-BIN-QTY.
057350     ADD RST-LOC-QTY (RST-LOCATION-IDX) TO RST-SHIP-BINNED.
057360
057370 6230-ENTER-ONE-PICK.
057380     DISPLAY "Bin picked from (blank=line done): "
057390         WITH NO ADVANCING
057400     ACCEPT RST-ENTRY-LOCATION-CODE
057410     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
057420         COMPUTE RST-SHIP-OPEN-QTY =
057430             RST-FILE-ORD-ALLOC-QTY - RST-SHIP-PICKED
057440         DISPLAY "Quantity picked (up to " RST-SHIP-OPEN-QTY
057450             "): " WITH NO ADVANCING
057460         ACCEPT RST-ENTRY-ADJUST-EDIT
057470         INSPECT RST-ENTRY-ADJUST-EDIT
057480             REPLACING LEADING SPACE BY "0"
057490         IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
057500                 OR RST-ENTRY-ADJUST-QTY = 0
057510             DISPLAY "Quantity picked must be a positive"
057520             DISPLAY "number."
057530         ELSE
057540             IF RST-ENTRY-ADJUST-QTY > RST-SHIP-OPEN-QTY
057550                 DISPLAY "Only " RST-SHIP-OPEN-QTY
057560                     " still to pick on this line."
057570             ELSE
057580                 PERFORM 6232-CHECK-PICK-BIN
057590                 IF RST-ENTRY-IS-VALID
057600                     PERFORM 6234-RECORD-PICK
057610                 END-IF
057620             END-IF
057630         END-IF
057640     END-IF.
057650
057660*--------------------------------------------------------------*
057670* A PICK MUST COME FROM STOCK THAT IS REALLY THERE - A BIN ROW  *
057680* HOLDING AT LEAST THE QUANTITY, OR NO-LOC FOR ON-HAND NO BIN   *
057690* ROW ACCOUNTS FOR AND NO EARLIER PICK ON THE LINE HAS TAKEN.   *
057700* QUARANTINED STOCK NEVER SHIPS. LIKE A TRANSFER'S FROM-        *
057710* LOCATION, THE BIN ITSELF NEED NOT BE ON THE MASTER SO STOCK   *
057720* LEFT IN AN OLD BIN CAN STILL BE PICKED.                       *
057730*--------------------------------------------------------------*
057740 6232-CHECK-PICK-BIN.
057750     MOVE "Y" TO RST-VALID-SWITCH
057760     IF RST-ENTRY-LOCATION-CODE = "NO-LOC"
057770         PERFORM 6226-COUNT-UNBINNED-QTY
057780         IF RST-ENTRY-ADJUST-QTY > RST-SHIP-UNBINNED
057790             DISPLAY "Only " RST-SHIP-UNBINNED
057800                 " on hand outside the bin rows -"
057810             DISPLAY "pick refused."
057820             MOVE "N" TO RST-VALID-SWITCH
057830         END-IF
057840     ELSE
057850         PERFORM 9840-CHECK-BIN-MASTER
057860         IF RST-ENTRY-LOCATION-CODE = RST-QUARANTINE-LOCATION
057870                 OR (RST-BIN-ON-FILE AND RST-FILE-BIN-TYPE = "Q")
057880             DISPLAY "Quarantined stock cannot be shipped -"
057890             DISPLAY "pick refused."
057900             MOVE "N" TO RST-VALID-SWITCH
057910         ELSE
057920             PERFORM 9845-FIND-LOCATION-ENTRY
057930             IF RST-RECORD-NOT-FOUND
057940                 DISPLAY "No stock of this product at "
057950                     RST-ENTRY-LOCATION-CODE " - pick refused."
057960                 MOVE "N" TO RST-VALID-SWITCH
057970             ELSE
057980                 IF RST-ENTRY-ADJUST-QTY
057990                         > RST-LOC-QTY (RST-LOC-SUBSCRIPT)
058000                     DISPLAY "Only "
058010                         RST-LOC-QTY (RST-LOC-SUBSCRIPT)
058020                         " at that bin - pick refused."
058030                     MOVE "N" TO RST-VALID-SWITCH
058040                 END-IF
058050             END-IF
058060         END-IF
058070     END-IF.
058080
058090 6234-RECORD-PICK.
058100     IF RST-ENTRY-LOCATION-CODE NOT = "NO-LOC"
058110         PERFORM 9860-ISSUE-AT-LOCATION
058120     END-IF
058130     ADD RST-ENTRY-ADJUST-QTY TO RST-SHIP-PICKED
058140*    THE SHIPMENT'S MOVEMENT ROW NAMES THE ONE PLACE IT CAME FROM,
058150*    OR MULTI WHEN THE LINE WAS PICKED FROM MORE THAN ONE.
058160     IF RST-SHIP-PICK-LOCATION = SPACES
058170         MOVE RST-ENTRY-LOCATION-CODE TO RST-SHIP-PICK-LOCATION
058180     ELSE
058190         IF RST-SHIP-PICK-LOCATION NOT = RST-ENTRY-LOCATION-CODE
058200             MOVE "MULTI" TO RST-SHIP-PICK-LOCATION
058210         END-IF
058220     END-IF.
058230
058240*--------------------------------------------------------------*
058250* THE WHOLE RESERVATION COMES OFF WHATEVER WAS PICKED - THE     *
058260* PICKED QUANTITY LEAVES ON-HAND AND THE REST IS BACKORDERED,   *
058270* SO NOTHING STAYS RESERVED FOR A LINE THAT HAS SHIPPED. THE    *
058280* RELIEVED VALUE IS KEPT ON THE LINE SO A LATER RETURN COMES    *
058290* BACK AT EXACTLY WHAT THE SHIPMENT COST.                       *
058300*--------------------------------------------------------------*
058310 6240-POST-SHIPPED-LINE.
058320     COMPUTE RST-SHIP-SHORT =
058330         RST-FILE-ORD-ALLOC-QTY - RST-SHIP-PICKED
058340     IF RST-RESERVED-QTY (RST-SUBSCRIPT) > RST-FILE-ORD-ALLOC-QTY
058350         SUBTRACT RST-FILE-ORD-ALLOC-QTY
058360             FROM RST-RESERVED-QTY (RST-SUBSCRIPT)
058370     ELSE
058380         MOVE 0 TO RST-RESERVED-QTY (RST-SUBSCRIPT)
058390     END-IF
058400     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
058410     IF RST-SHIP-PICKED > RST-PRODUCT-QTY (RST-SUBSCRIPT)
058420         MOVE 0 TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
058430     ELSE
058440         SUBTRACT RST-SHIP-PICKED
058450             FROM RST-PRODUCT-QTY (RST-SUBSCRIPT)
058460     END-IF
058470     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
058480     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
058490     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
058500     MOVE 0 TO RST-ORD-COST-VALUE
058510     IF RST-SHIP-PICKED > 0
058520         MOVE RST-SHIP-PICKED TO RST-LAYER-QTY
058530         PERFORM 9320-RELIEVE-COST-LAYERS
058540         MOVE RST-ACTION-VALUE TO RST-ORD-COST-VALUE
058550         IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
058560             MOVE RST-SHIP-PICKED TO RST-LOT-RELIEF-QTY
058570             PERFORM 9330-RELIEVE-LOTS-FEFO
058580         END-IF
058590         MOVE "ORD-ISSUE" TO RST-ACTION-CODE
058600         MOVE RST-ENTRY-CUSTOMER-NAME (1:14) TO RST-ACTION-DETAIL
058610         MOVE RST-SHIP-PICK-LOCATION TO RST-ACTION-LOCATION
058620         PERFORM 9500-WRITE-AUDIT-RECORD
058630     END-IF
058640     IF RST-SHIP-SHORT > 0
058650         DISPLAY "Short-picked " RST-SHIP-SHORT
058660             " - backordering the shortage."
058670         MOVE RST-SHIP-SHORT TO RST-BO-SHORT-QTY
058680         MOVE RST-ENTRY-CUSTOMER-NAME TO RST-ENTRY-REQUESTED-BY
058690         PERFORM 8175-WRITE-BACKORDER
058700     END-IF
058710     PERFORM 6245-REWRITE-SHIPPED-LINE
058720     PERFORM 6250-ADD-PACKING-LINE.
058730
058740 6245-REWRITE-SHIPPED-LINE.
058750     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
058760     MOVE "S" TO RST-FILE-ORD-STATE
058770     MOVE RST-SHIP-PICKED TO RST-FILE-ORD-SHIP-QTY
058780     MOVE RST-SYSTEM-DATE TO RST-FILE-ORD-SHIP-DATE
058790     MOVE RST-ORD-COST-VALUE TO RST-FILE-ORD-COST-VALUE
058800     ADD RST-SHIP-SHORT TO RST-FILE-ORD-BO-QTY
058810     REWRITE ORDER-RECORD
058820     IF RST-ORDER-STATUS NOT = "00"
058830         DISPLAY "Warning: could not rewrite order line,"
058840         DISPLAY "status " RST-ORDER-STATUS
058850     END-IF.
058860
058870 6250-ADD-PACKING-LINE.
058880     IF RST-PACK-COUNT >= 999
058890         DISPLAY "Warning: packing slip table is full -"
058900         DISPLAY "line not shown on the packing slip."
058910     ELSE
058920         ADD 1 TO RST-PACK-COUNT
058930         MOVE RST-FILE-ORD-LINE TO RST-PAK-LINE (RST-PACK-COUNT)
058940         MOVE RST-ENTRY-PRODUCT-ID
058950             TO RST-PAK-PRODUCT-ID (RST-PACK-COUNT)
058960         MOVE RST-PRODUCT-NAME (RST-SUBSCRIPT)
058970             TO RST-PAK-PRODUCT-NAME (RST-PACK-COUNT)
058980         MOVE RST-FILE-ORD-QTY TO RST-PAK-ORDERED (RST-PACK-COUNT)
058990         MOVE RST-SHIP-PICKED TO RST-PAK-SHIPPED (RST-PACK-COUNT)
059000         MOVE RST-FILE-ORD-BO-QTY
059010             TO RST-PAK-SHORT (RST-PACK-COUNT)
059020         ADD RST-SHIP-PICKED TO RST-SHIP-UNITS
059030     END-IF.
059040
059050 6260-PRINT-PACKING-SLIP.
059060     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
059070     MOVE RST-SYSTEM-DATE TO RST-PSH-DATE
059080     MOVE RST-PACKSLIP-HEADING TO RST-PRINT-LINE
059090     PERFORM 9950-WRITE-REPORT-LINE
059100     MOVE RST-SHIP-ORDER-NUMBER TO RST-OPH-ORDER-NO
059110     MOVE RST-ENTRY-CUSTOMER-NAME TO RST-OPH-CUSTOMER
059120     MOVE RST-ORDPICK-ORDER-LINE TO RST-PRINT-LINE
059130     PERFORM 9950-WRITE-REPORT-LINE
059140     MOVE RST-PACKSLIP-COLUMN-HEADING TO RST-PRINT-LINE
059150     PERFORM 9950-WRITE-REPORT-LINE
059160     PERFORM VARYING RST-PICK-SUBSCRIPT FROM 1 BY 1
059170         UNTIL RST-PICK-SUBSCRIPT > RST-PACK-COUNT
059180         PERFORM 6265-PRINT-PACKING-LINE
059190     END-PERFORM
059200     MOVE RST-SHIP-UNITS TO RST-PST-UNITS
059210     MOVE RST-PACKSLIP-TOTAL-LINE TO RST-PRINT-LINE
059220     PERFORM 9950-WRITE-REPORT-LINE
059230     DISPLAY "Order " RST-SHIP-ORDER-NUMBER " shipped - "
059240         RST-PACK-COUNT " lines confirmed.".
059250
059260 6265-PRINT-PACKING-LINE.
059270     MOVE RST-PAK-LINE (RST-PICK-SUBSCRIPT) TO RST-PSD-LINE
059280     MOVE RST-PAK-PRODUCT-ID (RST-PICK-SUBSCRIPT)
059290         TO RST-PSD-PRODUCT-ID
059300     MOVE RST-PAK-PRODUCT-NAME (RST-PICK-SUBSCRIPT)
059310         TO RST-PSD-PRODUCT-NAME
059320     MOVE RST-PAK-ORDERED (RST-PICK-SUBSCRIPT) TO RST-PSD-ORDERED
059330     MOVE RST-PAK-SHIPPED (RST-PICK-SUBSCRIPT) TO RST-PSD-SHIPPED
059340     MOVE RST-PAK-SHORT (RST-PICK-SUBSCRIPT) TO RST-PSD-SHORT
059350     MOVE RST-PACKSLIP-DETAIL TO RST-PRINT-LINE
059360     PERFORM 9950-WRITE-REPORT-LINE.
059370
059380*--------------------------------------------------------------*
059390* CANCELLING AN ORDER RELEASES WHAT ITS UNSHIPPED LINES HAVE    *
059400* RESERVED BACK INTO AVAILABLE-TO-SELL. LINES ALREADY SHIPPED   *
059410* ARE LEFT ALONE - A CUSTOMER RETURN UNDOES THOSE. BACKORDERS   *
059420* TAKEN FOR THE ORDER'S SHORTAGES STAY OPEN UNTIL CANCELLED     *
059430* THROUGH THE BACKORDER FILE.                                   *
059440*--------------------------------------------------------------*
059450 6270-CANCEL-ORDER.
059460     PERFORM 6205-ACCEPT-ORDER-NUMBER
059470     IF RST-ENTRY-IS-VALID
059480         DISPLAY "Release every unshipped line on order "
059490             RST-SHIP-ORDER-NUMBER "? (Y/N): " WITH NO ADVANCING
059500         ACCEPT RST-ENTRY-YES-NO
059510         IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
059520             MOVE 0 TO RST-SHIP-LINES
059530             PERFORM 6207-START-ORDER-LINES
059540             IF RST-ORDER-STATUS = "00"
059550                 PERFORM 8707-READ-ORDER-RECORD
059560                 PERFORM UNTIL RST-ORDER-STATUS NOT = "00"
059570                         OR RST-FILE-ORD-NUMBER
059580                             NOT = RST-SHIP-ORDER-NUMBER
059590                     PERFORM 6275-CANCEL-ORDER-LINE
059600                     PERFORM 8707-READ-ORDER-RECORD
059610                 END-PERFORM
059620             END-IF
059630             IF RST-SHIP-LINES = 0
059640                 DISPLAY "Nothing awaiting shipment on order "
059650                     RST-SHIP-ORDER-NUMBER "."
059660             ELSE
059670                 DISPLAY RST-SHIP-LINES " lines cancelled -"
059680                     " reserved stock released."
059690             END-IF
059700         END-IF
059710     END-IF.
059720
059730 6275-CANCEL-ORDER-LINE.
059740     IF RST-FILE-ORD-STATE = "R"
059750         MOVE RST-FILE-ORD-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
059760         PERFORM 9800-FIND-PRODUCT
059770         IF RST-RECORD-FOUND
059780             IF RST-RESERVED-QTY (RST-SUBSCRIPT)
059790                     > RST-FILE-ORD-ALLOC-QTY
059800                 SUBTRACT RST-FILE-ORD-ALLOC-QTY
059810                     FROM RST-RESERVED-QTY (RST-SUBSCRIPT)
059820             ELSE
059830                 MOVE 0 TO RST-RESERVED-QTY (RST-SUBSCRIPT)
059840             END-IF
059850             SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
059860             PERFORM 9655-REWRITE-PRODUCT-TO-FILE
059870             MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
059880                 TO RST-QTY-BEFORE
059890             MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
059900             MOVE "ORD-CANCEL" TO RST-ACTION-CODE
059910             MOVE RST-FILE-ORD-CUSTOMER (1:14)
059920                 TO RST-ACTION-DETAIL
059930             PERFORM 9500-WRITE-AUDIT-RECORD
059940         END-IF
059950         MOVE "X" TO RST-FILE-ORD-STATE
059960         REWRITE ORDER-RECORD
059970         IF RST-ORDER-STATUS NOT = "00"
059980             DISPLAY "Warning: could not rewrite order line,"
059990             DISPLAY "status " RST-ORDER-STATUS
060000         ELSE
060010             ADD 1 TO RST-SHIP-LINES
060020         END-IF
060030     END-IF.
060040
060050*--------------------------------------------------------------*
060060* DELETE PRODUCT - COMPACTS THE TABLE SO THERE IS NO GAP LEFT   *
060070* BEHIND FOR LATER SUBSCRIPTS TO TRIP OVER.                     *
060080*--------------------------------------------------------------*
060090 7000-DELETE-PRODUCT.
060100     DISPLAY "Enter Product ID to delete: " WITH NO ADVANCING
060110     ACCEPT RST-ENTRY-PRODUCT-ID
060120     PERFORM 9800-FIND-PRODUCT
060130     IF RST-RECORD-NOT-FOUND
060140         DISPLAY "Product ID not found."
060150     ELSE
060160         DISPLAY "Delete " RST-PRODUCT-NAME (RST-SUBSCRIPT)
060170             " permanently? (Y/N): " WITH NO ADVANCING
060180         ACCEPT RST-ENTRY-YES-NO
060190         IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
060200             PERFORM 7100-REMOVE-PRODUCT-ENTRY
060210         ELSE
060220             DISPLAY "Delete cancelled."
060230         END-IF
060240     END-IF.
060250
060260 7100-REMOVE-PRODUCT-ENTRY.
060270     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
060280     MOVE 0 TO RST-QTY-AFTER
060290     PERFORM 9660-DELETE-PRODUCT-FROM-FILE
060300     PERFORM 7200-SHIFT-ENTRIES-DOWN
060310     SUBTRACT 1 FROM RST-PRODUCT-COUNT
060320     PERFORM 7300-REMOVE-LOCATION-ENTRIES-FOR-PRODUCT
060330     PERFORM 7400-REMOVE-COST-LAYERS-FOR-PRODUCT
060340     PERFORM 7500-CANCEL-BACKORDERS-FOR-PRODUCT
060350     PERFORM 7600-CANCEL-PO-LINES-FOR-PRODUCT
060360     PERFORM 7700-REMOVE-KIT-ROWS-FOR-PRODUCT
060370     MOVE "DELETE" TO RST-ACTION-CODE
060380     PERFORM 9500-WRITE-AUDIT-RECORD
060390     DISPLAY "Product deleted.".
060400
060410 7200-SHIFT-ENTRIES-DOWN.
060420     PERFORM VARYING RST-PRODUCT-IDX FROM RST-SUBSCRIPT BY 1
060430         UNTIL RST-PRODUCT-IDX >= RST-PRODUCT-COUNT
060440         PERFORM 7250-COPY-NEXT-ENTRY-DOWN
060450     END-PERFORM.
060460
060470 7250-COPY-NEXT-ENTRY-DOWN.
060480     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX + 1)
060490         TO RST-PRODUCT-ID (RST-PRODUCT-IDX)
060500     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX + 1)
060510         TO RST-PRODUCT-NAME (RST-PRODUCT-IDX)
060520     MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX + 1)
060530         TO RST-PRODUCT-QTY (RST-PRODUCT-IDX)
060540     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX + 1)
060550         TO RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
060560     MOVE RST-REORDER-LEVEL (RST-PRODUCT-IDX + 1)
060570         TO RST-REORDER-LEVEL (RST-PRODUCT-IDX)
060580     MOVE RST-HOME-LOCATION (RST-PRODUCT-IDX + 1)
060590         TO RST-HOME-LOCATION (RST-PRODUCT-IDX)
060600     MOVE RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX + 1)
060610         TO RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
060620     MOVE RST-MIN-ORDER-QTY (RST-PRODUCT-IDX + 1)
060630         TO RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
060640     MOVE RST-ABC-CLASS (RST-PRODUCT-IDX + 1)
060650         TO RST-ABC-CLASS (RST-PRODUCT-IDX)
060660     MOVE RST-LAST-COUNT-DATE (RST-PRODUCT-IDX + 1)
060670         TO RST-LAST-COUNT-DATE (RST-PRODUCT-IDX)
060680     MOVE RST-STOCK-UOM (RST-PRODUCT-IDX + 1)
060690         TO RST-STOCK-UOM (RST-PRODUCT-IDX)
060700     MOVE RST-CASE-PACK (RST-PRODUCT-IDX + 1)
060710         TO RST-CASE-PACK (RST-PRODUCT-IDX)
060720     MOVE RST-LOT-TRACKED (RST-PRODUCT-IDX + 1)
060730         TO RST-LOT-TRACKED (RST-PRODUCT-IDX)
060740     MOVE RST-RESERVED-QTY (RST-PRODUCT-IDX + 1)
060750         TO RST-RESERVED-QTY (RST-PRODUCT-IDX)
060760     MOVE RST-PRODUCT-STATUS (RST-PRODUCT-IDX + 1)
060770         TO RST-PRODUCT-STATUS (RST-PRODUCT-IDX).
060780
060790*--------------------------------------------------------------*
060800* DELETE ALSO DROPS ANY LOCATION ROWS FOR THE PRODUCT, SO A     *
060810* LATER REUSE OF THE SAME PRODUCT ID DOES NOT SILENTLY INHERIT  *
060820* STOCK LEFT BEHIND AT A WAREHOUSE OR BIN.                      *
060830*--------------------------------------------------------------*
060840 7300-REMOVE-LOCATION-ENTRIES-FOR-PRODUCT.
060850     PERFORM 7310-FIND-ANY-LOCATION-FOR-PRODUCT
060860     PERFORM UNTIL RST-RECORD-NOT-FOUND
060870         PERFORM 7350-REMOVE-ONE-LOCATION-ENTRY
060880         PERFORM 7310-FIND-ANY-LOCATION-FOR-PRODUCT
060890     END-PERFORM.
060900
060910 7310-FIND-ANY-LOCATION-FOR-PRODUCT.
060920     MOVE "N" TO RST-FOUND-SWITCH
060930     PERFORM VARYING RST-LOCATION-IDX FROM 1 BY 1
060940         UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
060950             OR RST-RECORD-FOUND
060960         PERFORM 7320-CHECK-ANY-LOCATION-MATCH
060970     END-PERFORM.
060980
060990 7320-CHECK-ANY-LOCATION-MATCH.
061000     IF RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
061010             = RST-ENTRY-PRODUCT-ID
061020         MOVE "Y" TO RST-FOUND-SWITCH
061030         SET RST-LOC-SUBSCRIPT TO RST-LOCATION-IDX
061040     END-IF.
061050
061060 7350-REMOVE-ONE-LOCATION-ENTRY.
061070     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-LOC-PRODUCT-ID
061080     MOVE RST-LOC-CODE (RST-LOC-SUBSCRIPT)
061090         TO RST-FILE-LOCATION-CODE
061100     DELETE LOCATION-FILE RECORD
061110     IF RST-LOCATION-STATUS NOT = "00"
061120         DISPLAY "Warning: could not delete location"
061130         DISPLAY "record, status " RST-LOCATION-STATUS
061140     END-IF
061150     PERFORM 7360-SHIFT-LOCATIONS-DOWN
061160     SUBTRACT 1 FROM RST-LOCATION-COUNT.
061170
061180 7360-SHIFT-LOCATIONS-DOWN.
061190     PERFORM VARYING RST-LOCATION-IDX FROM RST-LOC-SUBSCRIPT BY 1
061200         UNTIL RST-LOCATION-IDX >= RST-LOCATION-COUNT
061210         PERFORM 7370-COPY-NEXT-LOCATION-DOWN
061220     END-PERFORM.
061230
061240 7370-COPY-NEXT-LOCATION-DOWN.
061250     MOVE RST-LOC-PRODUCT-ID (RST-LOCATION-IDX + 1)
061260         TO RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
061270     MOVE RST-LOC-CODE (RST-LOCATION-IDX + 1)
061280         TO RST-LOC-CODE (RST-LOCATION-IDX)
061290     MOVE RST-LOC-QTY (RST-LOCATION-IDX + 1)
061300         TO RST-LOC-QTY (RST-LOCATION-IDX).
061310
061320*--------------------------------------------------------------*
061330* A REUSED PRODUCT ID MUST NOT INHERIT THE OLD PRODUCT'S COST  *
061340* LAYERS, OPEN BACKORDERS OR OPEN PO LINES ANY MORE THAN ITS   *
061350* LOCATION ROWS. LAYERS ARE PURGED OUTRIGHT; BACKORDERS AND    *
061360* PO LINES ARE MARKED CANCELLED (STATE X) SO THEIR HISTORY     *
061370* SURVIVES BUT NOTHING EVER FILLS OR RECEIVES AGAINST THEM.    *
061380*--------------------------------------------------------------*
061390 7400-REMOVE-COST-LAYERS-FOR-PRODUCT.
061400     PERFORM 9315-START-COST-FILE-AT-PRODUCT
061410     IF RST-COST-STATUS = "00"
061420         PERFORM 9310-READ-COST-RECORD
061430         PERFORM UNTIL RST-COST-STATUS NOT = "00"
061440                 OR RST-FILE-CST-PRODUCT-ID
061450                     NOT = RST-ENTRY-PRODUCT-ID
061460             PERFORM 7450-DELETE-ONE-COST-LAYER
061470         END-PERFORM
061480     END-IF.
061490
061500 7450-DELETE-ONE-COST-LAYER.
061510     DELETE COST-FILE RECORD
061520     IF RST-COST-STATUS NOT = "00"
061530         DISPLAY "Warning: could not delete cost layer,"
061540         DISPLAY "status " RST-COST-STATUS
061550     END-IF
061560     PERFORM 9310-READ-COST-RECORD.
061570
061580 7500-CANCEL-BACKORDERS-FOR-PRODUCT.
061590     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-BO-PRODUCT-ID
061600     MOVE 0 TO RST-FILE-BO-DATE
061610     MOVE 0 TO RST-FILE-BO-SEQ
061620     START BACKORDER-FILE KEY IS NOT LESS THAN
061630         RST-FILE-BO-KEY
061640     IF RST-BACKORDER-STATUS = "00"
061650         PERFORM 8062-READ-BACKORDER
061660         PERFORM UNTIL RST-BACKORDER-STATUS NOT = "00"
061670                 OR RST-FILE-BO-PRODUCT-ID
061680                     NOT = RST-ENTRY-PRODUCT-ID
061690             PERFORM 7550-CANCEL-ONE-BACKORDER
061700             PERFORM 8062-READ-BACKORDER
061710         END-PERFORM
061720     END-IF.
061730
061740 7550-CANCEL-ONE-BACKORDER.
061750     IF RST-FILE-BO-STATE = "O"
061760         MOVE "X" TO RST-FILE-BO-STATE
061770         REWRITE BACKORDER-RECORD
061780         IF RST-BACKORDER-STATUS NOT = "00"
061790             DISPLAY "Warning: could not cancel backorder,"
061800             DISPLAY "status " RST-BACKORDER-STATUS
061810         END-IF
061820     END-IF.
061830
061840 7600-CANCEL-PO-LINES-FOR-PRODUCT.
061850     MOVE LOW-VALUES TO RST-FILE-PO-KEY
061860     START PO-FILE KEY IS NOT LESS THAN RST-FILE-PO-KEY
061870     IF RST-PO-STATUS = "00"
061880         PERFORM 8030-READ-PO-RECORD
061890         PERFORM UNTIL RST-PO-STATUS NOT = "00"
061900             PERFORM 7650-CANCEL-ONE-PO-LINE
061910             PERFORM 8030-READ-PO-RECORD
061920         END-PERFORM
061930     END-IF.
061940
061950 7650-CANCEL-ONE-PO-LINE.
061960     IF RST-FILE-PO-PRODUCT-ID = RST-ENTRY-PRODUCT-ID
061970             AND RST-FILE-PO-STATUS = "O"
061980         MOVE "X" TO RST-FILE-PO-STATUS
061990         REWRITE PO-RECORD
062000         IF RST-PO-STATUS NOT = "00"
062010             DISPLAY "Warning: could not cancel PO line,"
062020             DISPLAY "status " RST-PO-STATUS
062030         END-IF
062040     END-IF.
062050
062060*--------------------------------------------------------------*
062070* A DELETED PRODUCT COMES OFF THE KIT FILE BOTH WAYS - AS A     *
062080* PARENT (THE KIT NO LONGER EXISTS) AND AS A COMPONENT (A KIT   *
062090* MUST NOT QUIETLY BUILD WITHOUT IT). ONE SEQUENTIAL PASS       *
062100* CATCHES BOTH.                                                 *
062110*--------------------------------------------------------------*
062120 7700-REMOVE-KIT-ROWS-FOR-PRODUCT.
062130     MOVE LOW-VALUES TO RST-FILE-KIT-KEY
062140     START KIT-FILE KEY IS NOT LESS THAN RST-FILE-KIT-KEY
062150     IF RST-KIT-STATUS = "00"
062160         PERFORM 8868-READ-KIT-RECORD
062170         PERFORM UNTIL RST-KIT-STATUS NOT = "00"
062180             PERFORM 7750-REMOVE-ONE-KIT-ROW
062190             PERFORM 8868-READ-KIT-RECORD
062200         END-PERFORM
062210     END-IF.
062220
062230 7750-REMOVE-ONE-KIT-ROW.
062240     IF RST-FILE-KIT-PARENT = RST-ENTRY-PRODUCT-ID
062250             OR RST-FILE-KIT-COMPONENT = RST-ENTRY-PRODUCT-ID
062260         DELETE KIT-FILE RECORD
062270         IF RST-KIT-STATUS NOT = "00"
062280             DISPLAY "Warning: could not delete kit row,"
062290             DISPLAY "status " RST-KIT-STATUS
062300         END-IF
062310     END-IF.
062320
062330*--------------------------------------------------------------*
062340* RECEIVE STOCK - ADDS TO AN EXISTING PRODUCT'S QUANTITY, BOTH  *
062350* SYSTEM-WIDE AND AT THE NAMED LOCATION.                        *
062360*--------------------------------------------------------------*
062370 8000-RECEIVE-STOCK.
062380     DISPLAY "Enter Product ID to receive stock for: "
062390         WITH NO ADVANCING
062400     ACCEPT RST-ENTRY-PRODUCT-ID
062410     PERFORM 9800-FIND-PRODUCT
062420     IF RST-RECORD-NOT-FOUND
062430         DISPLAY "Product ID not found."
062440     ELSE
062450         PERFORM 8015-SHOW-OPEN-PO-LINES
062460         DISPLAY "Enter Location Code: " WITH NO ADVANCING
062470         ACCEPT RST-ENTRY-LOCATION-CODE
062480         PERFORM 9842-CHECK-ENTERED-LOCATION
062490         IF RST-BIN-ON-FILE
062500             PERFORM 8010-CAPTURE-RECEIPT
062510         END-IF
062520     END-IF.
062530
062540 8010-CAPTURE-RECEIPT.
062550     DISPLAY "Enter Quantity Received: " WITH NO ADVANCING
062560     ACCEPT RST-ENTRY-ADJUST-EDIT
062570     INSPECT RST-ENTRY-ADJUST-EDIT
062580         REPLACING LEADING SPACE BY "0"
062590     IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
062600             OR RST-ENTRY-ADJUST-QTY = 0
062610         DISPLAY "Quantity received must be a positive"
062620         DISPLAY "number."
062630     ELSE
062640         PERFORM 8045-PROMPT-RECEIPT-UNIT
062650         IF RST-ENTRY-IS-VALID
062660                 AND RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
062670             PERFORM 8047-PROMPT-LOT-DETAILS
062680         END-IF
062690         IF RST-ENTRY-IS-VALID
062700             PERFORM 8040-PROMPT-UNIT-COST
062710*            THE LOT ROW GOES ON FILE BEFORE THE RECEIPT
062720*            POSTS SO THE BACKORDER RELEASE INSIDE THE
062730*            POSTING CAN PICK FROM IT IN EXPIRY ORDER.
062740             IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
062750                 PERFORM 8048-FILE-LOT-RECEIPT
062760             END-IF
062770             PERFORM 8050-POST-RECEIPT
062780             PERFORM 8020-PROMPT-PO-RECEIPT
062790         END-IF
062800     END-IF.
062810
062820*--------------------------------------------------------------*
062830* LISTS STILL-OPEN PO LINES FOR THE PRODUCT BEING RECEIVED SO   *
062840* THE OPERATOR CAN SEE WHAT HAS BEEN ORDERED BUT NOT YET        *
062850* ARRIVED, AND KNOWS WHICH PO LINE TO RECEIVE AGAINST.          *
062860*--------------------------------------------------------------*
062870 8015-SHOW-OPEN-PO-LINES.
062880     MOVE "N" TO RST-FOUND-SWITCH
062890     MOVE LOW-VALUES TO RST-FILE-PO-KEY
062900     START PO-FILE KEY IS NOT LESS THAN RST-FILE-PO-KEY
062910     IF RST-PO-STATUS = "00"
062920         PERFORM 8030-READ-PO-RECORD
062930         PERFORM UNTIL RST-PO-STATUS NOT = "00"
062940             PERFORM 8017-SHOW-ONE-PO-LINE
062950             PERFORM 8030-READ-PO-RECORD
062960         END-PERFORM
062970     END-IF.
062980
062990 8017-SHOW-ONE-PO-LINE.
063000     IF RST-FILE-PO-PRODUCT-ID = RST-ENTRY-PRODUCT-ID
063010             AND RST-FILE-PO-STATUS = "O"
063020         IF RST-RECORD-NOT-FOUND
063030             DISPLAY "Open PO lines for this product:"
063040             MOVE "Y" TO RST-FOUND-SWITCH
063050         END-IF
063060         DISPLAY "   PO " RST-FILE-PO-NUMBER
063070             " LINE " RST-FILE-PO-LINE
063080             " ORDERED " RST-FILE-PO-ORDER-QTY
063090             " RECEIVED " RST-FILE-PO-RECD-QTY
063100     END-IF.
063110
063120 8020-PROMPT-PO-RECEIPT.
063130     DISPLAY "Enter PO Number to receive against"
063140     DISPLAY "(blank=none): " WITH NO ADVANCING
063150     ACCEPT RST-ENTRY-PO-EDIT
063160     IF RST-ENTRY-PO-EDIT NOT = SPACES
063170         INSPECT RST-ENTRY-PO-EDIT
063180             REPLACING LEADING SPACE BY "0"
063190         DISPLAY "Enter PO Line Number: " WITH NO ADVANCING
063200         ACCEPT RST-ENTRY-PO-LINE-EDIT
063210         INSPECT RST-ENTRY-PO-LINE-EDIT
063220             REPLACING LEADING SPACE BY "0"
063230         IF RST-ENTRY-PO-EDIT IS NOT NUMERIC
063240                 OR RST-ENTRY-PO-LINE-EDIT IS NOT NUMERIC
063250             DISPLAY "PO number and line must be numeric -"
063260             DISPLAY "receipt posted without a PO."
063270         ELSE
063280             PERFORM 8025-APPLY-RECEIPT-TO-PO
063290         END-IF
063300     END-IF.
063310
063320*--------------------------------------------------------------*
063330* APPLIES THE JUST-POSTED RECEIPT QUANTITY TO AN OPEN PO LINE.  *
063340* THE STOCK IS ALREADY ON HAND EITHER WAY - A BAD PO REFERENCE  *
063350* ONLY MEANS THE ORDER BOOK DOES NOT GET RELIEVED.              *
063360*--------------------------------------------------------------*
063370 8025-APPLY-RECEIPT-TO-PO.
063380     MOVE RST-ENTRY-PO-NUMBER TO RST-FILE-PO-NUMBER
063390     MOVE RST-ENTRY-PO-LINE TO RST-FILE-PO-LINE
063400     READ PO-FILE
063410     IF RST-PO-STATUS NOT = "00"
063420         DISPLAY "PO line not found - receipt posted"
063430         DISPLAY "without a PO."
063440     ELSE
063450         PERFORM 8031-CLEAR-OLD-PO-FIELDS
063460         IF RST-FILE-PO-PRODUCT-ID NOT = RST-ENTRY-PRODUCT-ID
063470             DISPLAY "PO line is for a different product -"
063480             DISPLAY "receipt posted without a PO."
063490         ELSE
063500             IF RST-FILE-PO-STATUS NOT = "O"
063510                 DISPLAY "PO line is already closed - receipt"
063520                 DISPLAY "posted without a PO."
063530             ELSE
063540                 ADD RST-ENTRY-ADJUST-QTY
063550                     TO RST-FILE-PO-RECD-QTY
063560*                THE RECEIPT'S COST LAYER VALUE RIDES ON THE LINE
063570*                SO THE INVOICE MATCH CAN COMPARE THE SUPPLIER'S
063580*                PRICE WITH WHAT WAS BOOKED, EVEN AFTER ISSUES
063590*                HAVE RELIEVED THE LAYER ITSELF.
063600                 COMPUTE RST-FILE-PO-RECD-VALUE =
063610                     RST-FILE-PO-RECD-VALUE
063620                     + RST-ENTRY-ADJUST-QTY * RST-LAYER-COST
063630*                THE DATE OF THE LATEST RECEIPT IS WHAT THE
063640*                SCORECARD MEASURES THE SUPPLIER BY - A LINE
063650*                FILLED IN DRIBS IS ONLY AS GOOD AS THE DAY
063660*                IT WAS COMPLETED.
063670                 ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
063680                 MOVE RST-SYSTEM-DATE
063690                     TO RST-FILE-PO-RECD-DATE
063700                 IF RST-FILE-PO-RECD-QTY >=
063710                         RST-FILE-PO-ORDER-QTY
063720                     MOVE "C" TO RST-FILE-PO-STATUS
063730                     DISPLAY "PO line now fully received and"
063740                     DISPLAY "closed."
063750                 ELSE
063760                     DISPLAY "PO line updated - still open."
063770                 END-IF
063780                 REWRITE PO-RECORD
063790                 IF RST-PO-STATUS NOT = "00"
063800                     DISPLAY "Warning: could not rewrite PO"
063810                     DISPLAY "line, status " RST-PO-STATUS
063820                 ELSE
063830                     PERFORM 8027-TAG-RECEIPT-LAYER
063840                 END-IF
063850             END-IF
063860         END-IF
063870     END-IF.
063880
063890*    THE RECEIPT'S LAYER IS MARKED WITH ITS PO LINE SO A LANDED
063900*    COST CHARGE ENTERED LATER AGAINST THE PO CAN FIND WHAT IS
063910*    STILL ON HAND FROM IT. A BACKORDER RELEASE MAY ALREADY HAVE
063920*    USED THE LAYER UP, IN WHICH CASE THERE IS NOTHING TO MARK.
063930 8027-TAG-RECEIPT-LAYER.
063940     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-CST-PRODUCT-ID
063950     MOVE RST-LAYER-SEQ TO RST-FILE-CST-LAYER-SEQ
063960     READ COST-FILE
063970     IF RST-COST-STATUS = "00"
063980         MOVE RST-FILE-PO-NUMBER TO RST-FILE-CST-PO-NUMBER
063990         MOVE RST-FILE-PO-LINE TO RST-FILE-CST-PO-LINE
064000         REWRITE COST-RECORD
064010         IF RST-COST-STATUS NOT = "00"
064020             DISPLAY "Warning: could not mark cost layer with"
064030             DISPLAY "its PO line, status " RST-COST-STATUS
064040         END-IF
064050     END-IF.
064060
064070 8030-READ-PO-RECORD.
064080     READ PO-FILE NEXT RECORD
064090     IF RST-PO-STATUS = "00"
064100         PERFORM 8031-CLEAR-OLD-PO-FIELDS
064110     END-IF.
064120
064130*    PO LINES WRITTEN BEFORE RECEIVED VALUE AND INVOICED QTY WERE
064140*    CARRIED HAVE NOTHING IN THOSE FIELDS - THEY READ AS ZERO.
064150 8031-CLEAR-OLD-PO-FIELDS.
064160     IF RST-FILE-PO-RECD-VALUE IS NOT NUMERIC
064170         MOVE 0 TO RST-FILE-PO-RECD-VALUE
064180     END-IF
064190     IF RST-FILE-PO-INVD-QTY IS NOT NUMERIC
064200         MOVE 0 TO RST-FILE-PO-INVD-QTY
064210     END-IF.
064220
064230*--------------------------------------------------------------*
064240* THE COST OF A RECEIPT IS WHAT WE ACTUALLY PAID, WHICH IS NOT  *
064250* ALWAYS THE LIST PRICE ON THE PRODUCT. A BLANK OR BAD ANSWER   *
064260* FALLS BACK TO THE PRODUCT'S LIST PRICE SO THE LAYER IS NEVER  *
064270* FILED AT ZERO.                                                *
064280*--------------------------------------------------------------*
064290 8040-PROMPT-UNIT-COST.
064300     DISPLAY "Enter Unit Cost paid (blank=product price,"
064310         WITH NO ADVANCING
064320     DISPLAY " no decimal point, e.g. 550 = $5.50): "
064330         WITH NO ADVANCING
064340     ACCEPT RST-ENTRY-COST-EDIT
064350     IF RST-ENTRY-COST-EDIT = SPACES
064360         MOVE RST-PRODUCT-PRICE (RST-SUBSCRIPT)
064370             TO RST-LAYER-COST
064380     ELSE
064390         INSPECT RST-ENTRY-COST-EDIT
064400             REPLACING LEADING SPACE BY "0"
064410         IF RST-ENTRY-COST-EDIT IS NOT NUMERIC
064420                 OR RST-ENTRY-UNIT-COST = 0
064430             DISPLAY "Unit Cost not usable - product price"
064440             DISPLAY "used instead."
064450             MOVE RST-PRODUCT-PRICE (RST-SUBSCRIPT)
064460                 TO RST-LAYER-COST
064470         ELSE
064480             MOVE RST-ENTRY-UNIT-COST TO RST-LAYER-COST
064490         END-IF
064500     END-IF.
064510
064520*--------------------------------------------------------------*
064530* SUPPLIERS SHIP IN CASES BUT THE SYSTEM STOCKS IN EACHES. THE  *
064540* OPERATOR SAYS WHICH UNIT THE KEYED QUANTITY IS IN; CASES      *
064550* CONVERT THROUGH THE PRODUCT'S CASE PACK BEFORE ANYTHING IS    *
064560* POSTED, AND A PRODUCT WITHOUT A CASE PACK REFUSES A CASE      *
064570* RECEIPT OUTRIGHT RATHER THAN FILING A CASE AS QUANTITY 1.     *
064580*--------------------------------------------------------------*
064590 8045-PROMPT-RECEIPT-UNIT.
064600     MOVE "Y" TO RST-VALID-SWITCH
064610     DISPLAY "Received in Eaches or Cases (E/C, blank=E): "
064620         WITH NO ADVANCING
064630     ACCEPT RST-ENTRY-YES-NO
064640     IF RST-ENTRY-YES-NO = "C" OR RST-ENTRY-YES-NO = "c"
064650         IF RST-CASE-PACK (RST-SUBSCRIPT) = 0
064660             DISPLAY "Product has no case pack - receipt"
064670             DISPLAY "refused."
064680             MOVE "N" TO RST-VALID-SWITCH
064690         ELSE
064700             COMPUTE RST-UOM-EACHES =
064710                 RST-ENTRY-ADJUST-QTY
064720                 * RST-CASE-PACK (RST-SUBSCRIPT)
064730             IF RST-UOM-EACHES > 99999
064740                 DISPLAY "Case quantity overflows the stock"
064750                 DISPLAY "field - receipt refused."
064760                 MOVE "N" TO RST-VALID-SWITCH
064770             ELSE
064780                 MOVE RST-UOM-EACHES
064790                     TO RST-ENTRY-ADJUST-QTY
064800                 DISPLAY "Posting " RST-ENTRY-ADJUST-QTY
064810                     " eaches."
064820             END-IF
064830         END-IF
064840     END-IF.
064850
064860*--------------------------------------------------------------*
064870* DATED GOODS MUST ARRIVE WITH A LOT NUMBER AND EXPIRY DATE -   *
064880* WITHOUT THEM THE FEFO PICKING AND THE EXPIRY REPORTS ARE      *
064890* BLIND. A RECEIPT OF AN ALREADY-EXPIRED LOT IS REFUSED.        *
064900*--------------------------------------------------------------*
064910 8047-PROMPT-LOT-DETAILS.
064920     DISPLAY "Enter Lot Number: " WITH NO ADVANCING
064930     ACCEPT RST-ENTRY-LOT-NO
064940     IF RST-ENTRY-LOT-NO = SPACES
064950         DISPLAY "Lot number is required for a lot-tracked"
064960         DISPLAY "product - receipt refused."
064970         MOVE "N" TO RST-VALID-SWITCH
064980     ELSE
064990         DISPLAY "Enter Expiry Date YYYYMMDD: "
065000             WITH NO ADVANCING
065010         ACCEPT RST-ENTRY-EXPIRY-EDIT
065020         INSPECT RST-ENTRY-EXPIRY-EDIT
065030             REPLACING LEADING SPACE BY "0"
065040         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
065050         IF RST-ENTRY-EXPIRY-EDIT IS NOT NUMERIC
065060                 OR RST-ENTRY-EXPIRY = 0
065070             DISPLAY "Expiry date is required for a"
065080             DISPLAY "lot-tracked product - receipt refused."
065090             MOVE "N" TO RST-VALID-SWITCH
065100         ELSE
065110             IF RST-ENTRY-EXPIRY < RST-SYSTEM-DATE
065120                 DISPLAY "That lot has already expired -"
065130                 DISPLAY "receipt refused."
065140                 MOVE "N" TO RST-VALID-SWITCH
065150             END-IF
065160         END-IF
065170     END-IF.
065180
065190 8048-FILE-LOT-RECEIPT.
065200     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
065210     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-LOT-PRODUCT-ID
065220     MOVE RST-ENTRY-EXPIRY TO RST-FILE-LOT-EXPIRY
065230     MOVE RST-ENTRY-LOT-NO TO RST-FILE-LOT-NUMBER
065240     READ LOT-FILE
065250     IF RST-LOT-STATUS = "00"
065260         ADD RST-ENTRY-ADJUST-QTY TO RST-FILE-LOT-QTY
065270         REWRITE LOT-RECORD
065280     ELSE
065290         MOVE RST-ENTRY-PRODUCT-ID
065300             TO RST-FILE-LOT-PRODUCT-ID
065310         MOVE RST-ENTRY-EXPIRY TO RST-FILE-LOT-EXPIRY
065320         MOVE RST-ENTRY-LOT-NO TO RST-FILE-LOT-NUMBER
065330         MOVE RST-ENTRY-ADJUST-QTY TO RST-FILE-LOT-QTY
065340         MOVE RST-SYSTEM-DATE TO RST-FILE-LOT-RECD-DATE
065350         WRITE LOT-RECORD
065360     END-IF
065370     IF RST-LOT-STATUS NOT = "00"
065380         DISPLAY "Warning: could not file lot record,"
065390         DISPLAY "status " RST-LOT-STATUS
065400     END-IF.
065410
065420 8050-POST-RECEIPT.
065430     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
065440     ADD RST-ENTRY-ADJUST-QTY TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
065450     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
065460     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
065470     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
065480     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
065490         PERFORM 9850-RECEIVE-AT-LOCATION
065500     END-IF
065510     MOVE RST-ENTRY-ADJUST-QTY TO RST-LAYER-QTY
065520     PERFORM 9300-ADD-COST-LAYER
065530     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
065540     MOVE "RECEIVE" TO RST-ACTION-CODE
065550     PERFORM 9500-WRITE-AUDIT-RECORD
065560     IF RST-INTERACTIVE-MODE
065570         DISPLAY "Stock received successfully."
065580     END-IF
065590     PERFORM 8060-RELEASE-BACKORDERS.
065600
065610*--------------------------------------------------------------*
065620* AFTER A RECEIPT POSTS, OPEN BACKORDERS FOR THE PRODUCT ARE    *
065630* RELEASED OLDEST FIRST FOR AS LONG AS THE ON-HAND QUANTITY     *
065640* COVERS THE NEXT ONE WHOLE - NO PARTIAL FILLS, AND NO          *
065650* QUEUE-JUMPING PAST AN OLDER BACKORDER THAT IS STILL TOO BIG.  *
065660* EACH RELEASE IS A BACKFILL AUDIT ROW NAMING THE REQUESTER.    *
065670* THE RECEIPT QUANTITY IS PARKED AND RESTORED AROUND THE LOOP   *
065680* BECAUSE THE PO APPLY STEP STILL NEEDS IT AFTERWARD.           *
065690*--------------------------------------------------------------*
065700 8060-RELEASE-BACKORDERS.
065710     MOVE "N" TO RST-BO-STOP-SWITCH
065720     MOVE RST-ENTRY-ADJUST-QTY TO RST-SAVE-ADJUST-QTY
065730     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-BO-PRODUCT-ID
065740     MOVE 0 TO RST-FILE-BO-DATE
065750     MOVE 0 TO RST-FILE-BO-SEQ
065760     START BACKORDER-FILE KEY IS NOT LESS THAN
065770         RST-FILE-BO-KEY
065780     IF RST-BACKORDER-STATUS = "00"
065790         PERFORM 8062-READ-BACKORDER
065800         PERFORM UNTIL RST-BACKORDER-STATUS NOT = "00"
065810                 OR RST-FILE-BO-PRODUCT-ID
065820                     NOT = RST-ENTRY-PRODUCT-ID
065830                 OR RST-BO-STOP
065840             PERFORM 8065-CONSIDER-BACKORDER
065850         END-PERFORM
065860     END-IF
065870     MOVE RST-SAVE-ADJUST-QTY TO RST-ENTRY-ADJUST-QTY.
065880
065890 8062-READ-BACKORDER.
065900     READ BACKORDER-FILE NEXT RECORD.
065910
065920 8065-CONSIDER-BACKORDER.
065930*    STOCK ALREADY RESERVED FOR CUSTOMER ORDERS AWAITING
065940*    SHIPMENT IS NOT THERE TO RELEASE A BACKORDER AGAINST.
065950     MOVE "Y" TO RST-VALID-SWITCH
065960     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
065970         PERFORM 9335-COUNT-UNEXPIRED-QTY
065980         IF RST-FILE-BO-QTY + RST-RESERVED-QTY (RST-SUBSCRIPT)
065990                 > RST-LOT-AVAIL-QTY
066000             MOVE "N" TO RST-VALID-SWITCH
066010         END-IF
066020     END-IF
066030     IF RST-FILE-BO-STATE = "O"
066040         IF RST-FILE-BO-QTY + RST-RESERVED-QTY (RST-SUBSCRIPT)
066050                 <= RST-PRODUCT-QTY (RST-SUBSCRIPT)
066060                 AND RST-ENTRY-IS-VALID
066070             PERFORM 8070-FILL-ONE-BACKORDER
066080             PERFORM 8062-READ-BACKORDER
066090         ELSE
066100             MOVE "Y" TO RST-BO-STOP-SWITCH
066110             IF RST-RESERVED-QTY (RST-SUBSCRIPT) > 0
066120                 DISPLAY "Backorder of " RST-FILE-BO-QTY
066130                     " for " RST-FILE-BO-REQUESTED-BY
066140                     " still waiting -"
066150                 DISPLAY "on hand "
066160                     RST-PRODUCT-QTY (RST-SUBSCRIPT)
066170                     " reserved "
066180                     RST-RESERVED-QTY (RST-SUBSCRIPT) "."
066190             END-IF
066200         END-IF
066210     ELSE
066220         PERFORM 8062-READ-BACKORDER
066230     END-IF.
066240
066250 8070-FILL-ONE-BACKORDER.
066260     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
066270     SUBTRACT RST-FILE-BO-QTY
066280         FROM RST-PRODUCT-QTY (RST-SUBSCRIPT)
066290     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
066300     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
066310     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
066320     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
066330         MOVE RST-FILE-BO-QTY TO RST-ENTRY-ADJUST-QTY
066340         PERFORM 9860-ISSUE-AT-LOCATION
066350     END-IF
066360     MOVE RST-FILE-BO-QTY TO RST-LAYER-QTY
066370     PERFORM 9320-RELIEVE-COST-LAYERS
066380     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
066390         MOVE RST-FILE-BO-QTY TO RST-LOT-RELIEF-QTY
066400         PERFORM 9330-RELIEVE-LOTS-FEFO
066410     END-IF
066420     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
066430     MOVE "BACKFILL" TO RST-ACTION-CODE
066440     MOVE RST-FILE-BO-REQUESTED-BY (1:14)
066450         TO RST-ACTION-DETAIL
066460     PERFORM 9500-WRITE-AUDIT-RECORD
066470     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
066480     MOVE "F" TO RST-FILE-BO-STATE
066490     MOVE RST-SYSTEM-DATE TO RST-FILE-BO-FILL-DATE
066500     REWRITE BACKORDER-RECORD
066510     IF RST-BACKORDER-STATUS NOT = "00"
066520         DISPLAY "Warning: could not rewrite backorder,"
066530         DISPLAY "status " RST-BACKORDER-STATUS
066540     END-IF
066550     DISPLAY "Backorder filled: " RST-FILE-BO-QTY
066560         " for " RST-FILE-BO-REQUESTED-BY
066570         " (requested " RST-FILE-BO-DATE ")."
066580     DISPLAY "On hand now " RST-PRODUCT-QTY (RST-SUBSCRIPT)
066590         " reserved " RST-RESERVED-QTY (RST-SUBSCRIPT) ".".
066600
066610*--------------------------------------------------------------*
066620* ISSUE STOCK - SUBTRACTS FROM AN EXISTING PRODUCT'S QUANTITY,  *
066630* REJECTING THE ISSUE RATHER THAN GOING NEGATIVE EITHER         *
066640* SYSTEM-WIDE OR AT THE NAMED LOCATION, OR DIPPING INTO STOCK   *
066650* RESERVED FOR CUSTOMER ORDERS AWAITING SHIPMENT.               *
066660*--------------------------------------------------------------*
066670 8100-ISSUE-STOCK.
066680     DISPLAY "Enter Product ID to issue stock from: "
066690         WITH NO ADVANCING
066700     ACCEPT RST-ENTRY-PRODUCT-ID
066710     PERFORM 9800-FIND-PRODUCT
066720     IF RST-RECORD-NOT-FOUND
066730         DISPLAY "Product ID not found."
066740     ELSE
066750         DISPLAY "Enter Location Code: " WITH NO ADVANCING
066760         ACCEPT RST-ENTRY-LOCATION-CODE
066770         DISPLAY "Enter Quantity Issued: " WITH NO ADVANCING
066780         ACCEPT RST-ENTRY-ADJUST-EDIT
066790         INSPECT RST-ENTRY-ADJUST-EDIT
066800             REPLACING LEADING SPACE BY "0"
066810         IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
066820                 OR RST-ENTRY-ADJUST-QTY = 0
066830             DISPLAY "Quantity issued must be a positive"
066840             DISPLAY "number."
066850         ELSE
066860             SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
066870             PERFORM 9805-COMPUTE-AVAILABLE-QTY
066880             IF RST-ENTRY-ADJUST-QTY > RST-AVAIL-QTY
066890                 IF RST-ENTRY-ADJUST-QTY >
066900                         RST-PRODUCT-QTY (RST-SUBSCRIPT)
066910                     DISPLAY "Issue would take quantity negative"
066920                     DISPLAY "- rejected."
066930                 ELSE
066940                     DISPLAY "Only " RST-AVAIL-QTY " available - "
066950                         RST-RESERVED-QTY (RST-SUBSCRIPT)
066960                         " reserved for"
066970                     DISPLAY "orders awaiting shipment -"
066980                     DISPLAY "rejected."
066990                 END-IF
067000                 PERFORM 8170-OFFER-BACKORDER
067010             ELSE
067020                 IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
067030                     PERFORM 9335-COUNT-UNEXPIRED-QTY
067040                 END-IF
067050                 IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
067060                         AND RST-ENTRY-ADJUST-QTY
067070                             + RST-RESERVED-QTY (RST-SUBSCRIPT)
067080                             > RST-LOT-AVAIL-QTY
067090                     DISPLAY "Only " RST-LOT-AVAIL-QTY
067100                         " unexpired lot stock on hand -"
067110                     DISPLAY "issue refused. Expired lots"
067120                     DISPLAY "must be written off, not"
067130                     DISPLAY "issued."
067140                 ELSE
067150                     PERFORM 8150-POST-ISSUE
067160                 END-IF
067170             END-IF
067180         END-IF
067190     END-IF.
067200
067210 8150-POST-ISSUE.
067220     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
067230         PERFORM 9860-ISSUE-AT-LOCATION
067240     END-IF
067250     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
067260     SUBTRACT RST-ENTRY-ADJUST-QTY
067270         FROM RST-PRODUCT-QTY (RST-SUBSCRIPT)
067280     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
067290     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
067300     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
067310     MOVE RST-ENTRY-ADJUST-QTY TO RST-LAYER-QTY
067320     PERFORM 9320-RELIEVE-COST-LAYERS
067330     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
067340         MOVE RST-ENTRY-ADJUST-QTY TO RST-LOT-RELIEF-QTY
067350         PERFORM 9330-RELIEVE-LOTS-FEFO
067360     END-IF
067370     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
067380     MOVE "ISSUE" TO RST-ACTION-CODE
067390     PERFORM 9500-WRITE-AUDIT-RECORD
067400     IF RST-INTERACTIVE-MODE
067410         DISPLAY "Stock issued successfully."
067420     END-IF.
067430
067440*--------------------------------------------------------------*
067450* A REFUSED ISSUE IS DEMAND WE ARE ABOUT TO LOSE TRACK OF. THE  *
067460* OPERATOR CAN CAPTURE IT AS A BACKORDER - PRODUCT, QUANTITY    *
067470* SHORT, WHO WANTS IT, DATED TODAY - AND THE NEXT RECEIPT THAT  *
067480* COVERS IT WILL RELEASE IT AUTOMATICALLY.                      *
067490*--------------------------------------------------------------*
067500 8170-OFFER-BACKORDER.
067510     IF RST-INTERACTIVE-MODE
067520         COMPUTE RST-BO-SHORT-QTY =
067530             RST-ENTRY-ADJUST-QTY
067540             - RST-AVAIL-QTY
067550         DISPLAY "Short by " RST-BO-SHORT-QTY
067560             " - record a backorder for the"
067570         DISPLAY "shortage? (Y/N): " WITH NO ADVANCING
067580         ACCEPT RST-ENTRY-YES-NO
067590         IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
067600             DISPLAY "Requested by: " WITH NO ADVANCING
067610             ACCEPT RST-ENTRY-REQUESTED-BY
067620             PERFORM 8175-WRITE-BACKORDER
067630         END-IF
067640     END-IF.
067650
067660 8175-WRITE-BACKORDER.
067670     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
067680     MOVE 0 TO RST-BO-NEXT-SEQ
067690     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-BO-PRODUCT-ID
067700     MOVE RST-SYSTEM-DATE TO RST-FILE-BO-DATE
067710     MOVE 0 TO RST-FILE-BO-SEQ
067720     START BACKORDER-FILE KEY IS NOT LESS THAN
067730         RST-FILE-BO-KEY
067740     IF RST-BACKORDER-STATUS = "00"
067750         PERFORM 8062-READ-BACKORDER
067760         PERFORM UNTIL RST-BACKORDER-STATUS NOT = "00"
067770                 OR RST-FILE-BO-PRODUCT-ID
067780                     NOT = RST-ENTRY-PRODUCT-ID
067790                 OR RST-FILE-BO-DATE NOT = RST-SYSTEM-DATE
067800             PERFORM 8177-NOTE-BACKORDER-SEQ
067810             PERFORM 8062-READ-BACKORDER
067820         END-PERFORM
067830     END-IF
067840     ADD 1 TO RST-BO-NEXT-SEQ
067850     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-BO-PRODUCT-ID
067860     MOVE RST-SYSTEM-DATE TO RST-FILE-BO-DATE
067870     MOVE RST-BO-NEXT-SEQ TO RST-FILE-BO-SEQ
067880     MOVE RST-BO-SHORT-QTY TO RST-FILE-BO-QTY
067890     MOVE RST-ENTRY-REQUESTED-BY
067900         TO RST-FILE-BO-REQUESTED-BY
067910     MOVE "O" TO RST-FILE-BO-STATE
067920     MOVE 0 TO RST-FILE-BO-FILL-DATE
067930     WRITE BACKORDER-RECORD
067940     IF RST-BACKORDER-STATUS NOT = "00"
067950         DISPLAY "Warning: could not write backorder,"
067960         DISPLAY "status " RST-BACKORDER-STATUS
067970     ELSE
067980         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
067990             TO RST-QTY-BEFORE
068000         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
068010             TO RST-QTY-AFTER
068020         MOVE "BACKORDER" TO RST-ACTION-CODE
068030         MOVE RST-ENTRY-REQUESTED-BY (1:14)
068040             TO RST-ACTION-DETAIL
068050         PERFORM 9500-WRITE-AUDIT-RECORD
068060         DISPLAY "Backorder recorded."
068070     END-IF.
068080
068090 8177-NOTE-BACKORDER-SEQ.
068100     MOVE RST-FILE-BO-SEQ TO RST-BO-NEXT-SEQ.
068110
068120*--------------------------------------------------------------*
068130* CYCLE COUNT - COUNTED QUANTITIES ARE KEYED AGAINST A PENDING  *
068140* COUNT FILE SO A SESSION CAN BE FINISHED LATER, REPORTED AS A  *
068150* VARIANCE AGAINST BOOK QUANTITIES, AND ONLY POSTED TO THE      *
068160* MASTER AND LOCATION FILES AFTER AN EXPLICIT CONFIRM. A BLANK  *
068170* LOCATION CODE ON A COUNT MEANS THE SYSTEM-WIDE QUANTITY WAS   *
068180* COUNTED RATHER THAN ONE BIN.                                  *
068190*--------------------------------------------------------------*
068200 8200-CYCLE-COUNT.
068210     MOVE SPACES TO RST-ENTRY-SUB-OPTION
068220     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
068230             OR RST-ENTRY-SUB-OPTION = "x"
068240         PERFORM 8205-PROCESS-COUNT-OPTION
068250     END-PERFORM.
068260
068270 8205-PROCESS-COUNT-OPTION.
068280     DISPLAY " "
068290     DISPLAY "Cycle Count - E=Enter Counts, V=Variance"
068300     DISPLAY "Report, P=Post Adjustments, X=Return: "
068310         WITH NO ADVANCING
068320     ACCEPT RST-ENTRY-SUB-OPTION
068330     EVALUATE RST-ENTRY-SUB-OPTION
068340         WHEN "E"
068350         WHEN "e"
068360             PERFORM 8210-ENTER-COUNTS
068370         WHEN "V"
068380         WHEN "v"
068390             PERFORM 8230-COUNT-VARIANCE-REPORT
068400         WHEN "P"
068410         WHEN "p"
068420             IF RST-OPERATOR-LEVEL < 3
068430                 DISPLAY "Posting count adjustments needs"
068440                 DISPLAY "supervisor authority."
068450                 MOVE "COUNT POST" TO RST-ACTION-DETAIL
068460                 PERFORM 2260-AUDIT-AUTH-REFUSAL
068470             ELSE
068480             PERFORM 8250-POST-COUNT-SESSION
068490             END-IF
068500         WHEN "X"
068510         WHEN "x"
068520             CONTINUE
068530         WHEN OTHER
068540             DISPLAY "Invalid option."
068550     END-EVALUATE.
068560
068570 8210-ENTER-COUNTS.
068580     DISPLAY "Enter counts - a blank Product ID finishes."
068590     MOVE "X" TO RST-ENTRY-PRODUCT-ID
068600     PERFORM UNTIL RST-ENTRY-PRODUCT-ID = SPACES
068610         PERFORM 8215-ENTER-ONE-COUNT
068620     END-PERFORM.
068630
068640 8215-ENTER-ONE-COUNT.
068650     DISPLAY "Enter Product ID (blank=done): "
068660         WITH NO ADVANCING
068670     ACCEPT RST-ENTRY-PRODUCT-ID
068680     IF RST-ENTRY-PRODUCT-ID NOT = SPACES
068690         PERFORM 9800-FIND-PRODUCT
068700         IF RST-RECORD-NOT-FOUND
068710             DISPLAY "Product ID not found."
068720         ELSE
068730             PERFORM 8220-CAPTURE-COUNT
068740         END-IF
068750     END-IF.
068760
068770 8220-CAPTURE-COUNT.
068780     DISPLAY "Enter Location Code (blank=system-wide): "
068790         WITH NO ADVANCING
068800     ACCEPT RST-ENTRY-LOCATION-CODE
068810*    A BLANK LOCATION IS A SYSTEM-WIDE COUNT; A KEYED ONE MUST BE
068820*    A BIN ON THE MASTER OR IT WOULD POST A PHANTOM ROW.
068830     PERFORM 9842-CHECK-ENTERED-LOCATION
068840     IF RST-BIN-ON-FILE
068850         PERFORM 8222-FILE-COUNT-ENTRY
068860     END-IF.
068870
068880 8222-FILE-COUNT-ENTRY.
068890     MOVE "N" TO RST-VALID-SWITCH
068900     PERFORM UNTIL RST-ENTRY-IS-VALID
068910         PERFORM 8225-PROMPT-COUNTED-QTY
068920     END-PERFORM
068930     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
068940     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-CNT-PRODUCT-ID
068950     MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-CNT-LOCATION
068960     READ COUNT-FILE
068970     IF RST-COUNT-STATUS = "00"
068980         MOVE RST-ENTRY-COUNT-QTY TO RST-FILE-CNT-QTY
068990         MOVE RST-SYSTEM-DATE TO RST-FILE-CNT-DATE
069000         REWRITE COUNT-RECORD
069010         DISPLAY "Earlier count for this product/location"
069020         DISPLAY "replaced."
069030     ELSE
069040         MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-CNT-PRODUCT-ID
069050         MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-CNT-LOCATION
069060         MOVE RST-ENTRY-COUNT-QTY TO RST-FILE-CNT-QTY
069070         MOVE RST-SYSTEM-DATE TO RST-FILE-CNT-DATE
069080         WRITE COUNT-RECORD
069090     END-IF
069100     IF RST-COUNT-STATUS NOT = "00"
069110         DISPLAY "Warning: could not file count record,"
069120         DISPLAY "status " RST-COUNT-STATUS
069130     END-IF.
069140
069150 8225-PROMPT-COUNTED-QTY.
069160     DISPLAY "Enter Counted Quantity: " WITH NO ADVANCING
069170     ACCEPT RST-ENTRY-COUNT-EDIT
069180     INSPECT RST-ENTRY-COUNT-EDIT
069190         REPLACING LEADING SPACE BY "0"
069200     IF RST-ENTRY-COUNT-EDIT IS NOT NUMERIC
069210         DISPLAY "Counted quantity must be numeric (zero is"
069220         DISPLAY "allowed) - please re-enter."
069230     ELSE
069240         MOVE "Y" TO RST-VALID-SWITCH
069250     END-IF.
069260
069270*--------------------------------------------------------------*
069280* VARIANCE REPORT - BOOK QUANTITY IS THE LOCATION ROW WHEN THE  *
069290* COUNT NAMES A LOCATION, OTHERWISE THE SYSTEM-WIDE QUANTITY.   *
069300* THE VALUE COLUMN PRICES THE DIFFERENCE AT THE PRODUCT'S UNIT  *
069310* PRICE SO THE NET SHRINKAGE OR GAIN CAN BE SEEN IN DOLLARS.    *
069320*--------------------------------------------------------------*
069330 8230-COUNT-VARIANCE-REPORT.
069340     MOVE 0 TO RST-COUNT-NET-VALUE
069350     MOVE 0 TO RST-COUNT-SESSION-ROWS
069360     MOVE RST-COUNT-HEADING TO RST-PRINT-LINE
069370     PERFORM 9950-WRITE-REPORT-LINE
069380     MOVE RST-COUNT-COLUMN-HEADING TO RST-PRINT-LINE
069390     PERFORM 9950-WRITE-REPORT-LINE
069400     PERFORM 8232-START-COUNT-FILE
069410     IF RST-COUNT-STATUS = "00"
069420         PERFORM 8234-READ-COUNT-RECORD
069430         PERFORM UNTIL RST-COUNT-STATUS NOT = "00"
069440             PERFORM 8235-PRINT-VARIANCE-LINE
069450             PERFORM 8234-READ-COUNT-RECORD
069460         END-PERFORM
069470     END-IF
069480     IF RST-COUNT-SESSION-ROWS = 0
069490         MOVE "No counts pending." TO RST-PRINT-LINE
069500         PERFORM 9950-WRITE-REPORT-LINE
069510     ELSE
069520         MOVE RST-COUNT-NET-VALUE TO RST-CNT-NET-EDIT
069530         MOVE RST-COUNT-TOTAL-LINE TO RST-PRINT-LINE
069540         PERFORM 9950-WRITE-REPORT-LINE
069550     END-IF.
069560
069570 8232-START-COUNT-FILE.
069580     MOVE LOW-VALUES TO RST-FILE-COUNT-KEY
069590     START COUNT-FILE KEY IS NOT LESS THAN
069600         RST-FILE-COUNT-KEY.
069610
069620 8234-READ-COUNT-RECORD.
069630     READ COUNT-FILE NEXT RECORD.
069640
069650 8235-PRINT-VARIANCE-LINE.
069660     ADD 1 TO RST-COUNT-SESSION-ROWS
069670     PERFORM 8240-DERIVE-BOOK-QUANTITY
069680     MOVE RST-FILE-CNT-PRODUCT-ID TO RST-CNT-PRODUCT-ID
069690     MOVE RST-FILE-CNT-LOCATION TO RST-CNT-LOCATION
069700     MOVE RST-COUNT-BOOK-QTY TO RST-CNT-BOOK
069710     MOVE RST-FILE-CNT-QTY TO RST-CNT-COUNTED
069720     COMPUTE RST-COUNT-DIFF-QTY =
069730         RST-FILE-CNT-QTY - RST-COUNT-BOOK-QTY
069740     MOVE RST-COUNT-DIFF-QTY TO RST-CNT-DIFF
069750     IF RST-RECORD-FOUND
069760         COMPUTE RST-COUNT-DIFF-VALUE = RST-COUNT-DIFF-QTY *
069770             RST-PRODUCT-PRICE (RST-SUBSCRIPT)
069780     ELSE
069790         MOVE 0 TO RST-COUNT-DIFF-VALUE
069800     END-IF
069810     MOVE RST-COUNT-DIFF-VALUE TO RST-CNT-VALUE
069820     ADD RST-COUNT-DIFF-VALUE TO RST-COUNT-NET-VALUE
069830     MOVE RST-COUNT-DETAIL-LINE TO RST-PRINT-LINE
069840     PERFORM 9950-WRITE-REPORT-LINE
069850     IF RST-RECORD-NOT-FOUND
069860         MOVE "  ** PRODUCT NOT ON MASTER FILE **"
069870             TO RST-PRINT-LINE
069880         PERFORM 9950-WRITE-REPORT-LINE
069890     END-IF.
069900
069910*--------------------------------------------------------------*
069920* DERIVES THE BOOK QUANTITY FOR THE COUNT RECORD IN THE COUNT-  *
069930* FILE RECORD AREA, LEAVING RST-FOUND-SWITCH SET FOR THE        *
069940* PRODUCT LOOKUP SO THE CALLER KNOWS WHETHER A PRICE AND A      *
069950* MASTER ROW EXIST AT ALL.                                      *
069960*--------------------------------------------------------------*
069970 8240-DERIVE-BOOK-QUANTITY.
069980     MOVE RST-FILE-CNT-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
069990     PERFORM 9800-FIND-PRODUCT
070000     IF RST-RECORD-NOT-FOUND
070010         MOVE 0 TO RST-COUNT-BOOK-QTY
070020     ELSE
070030         IF RST-FILE-CNT-LOCATION = SPACES
070040             MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
070050                 TO RST-COUNT-BOOK-QTY
070060         ELSE
070070             MOVE RST-FILE-CNT-LOCATION
070080                 TO RST-ENTRY-LOCATION-CODE
070090             PERFORM 9845-FIND-LOCATION-ENTRY
070100             IF RST-RECORD-FOUND
070110                 MOVE RST-LOC-QTY (RST-LOC-SUBSCRIPT)
070120                     TO RST-COUNT-BOOK-QTY
070130             ELSE
070140                 MOVE 0 TO RST-COUNT-BOOK-QTY
070150             END-IF
070160             MOVE "Y" TO RST-FOUND-SWITCH
070170         END-IF
070180     END-IF.
070190
070200 8250-POST-COUNT-SESSION.
070210     PERFORM 8230-COUNT-VARIANCE-REPORT
070220     IF RST-COUNT-SESSION-ROWS > 0
070230         DISPLAY "Post these adjustments to inventory?"
070240         DISPLAY "(Y/N): " WITH NO ADVANCING
070250         ACCEPT RST-ENTRY-YES-NO
070260         IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
070270             PERFORM 8255-APPLY-COUNT-ADJUSTMENTS
070280         ELSE
070290             DISPLAY "Post cancelled - counts kept on file."
070300         END-IF
070310     END-IF.
070320
070330 8255-APPLY-COUNT-ADJUSTMENTS.
070340     MOVE 0 TO RST-COUNT-POSTED-ROWS
070350     PERFORM 8232-START-COUNT-FILE
070360     IF RST-COUNT-STATUS = "00"
070370         PERFORM 8234-READ-COUNT-RECORD
070380         PERFORM UNTIL RST-COUNT-STATUS NOT = "00"
070390             PERFORM 8260-POST-ONE-COUNT
070400             PERFORM 8234-READ-COUNT-RECORD
070410         END-PERFORM
070420     END-IF
070430     DISPLAY "Count adjustments posted: "
070440         RST-COUNT-POSTED-ROWS.
070450
070460*--------------------------------------------------------------*
070470* POSTS ONE PENDING COUNT. A LOCATION COUNT MOVES THE SYSTEM-   *
070480* WIDE QUANTITY BY THE LOCATION'S VARIANCE AND SETS THE         *
070490* LOCATION ROW TO THE COUNTED FIGURE; A SYSTEM-WIDE COUNT       *
070500* SIMPLY RESTATES THE MASTER QUANTITY. EITHER WAY A COUNT-ADJ   *
070510* AUDIT ROW IS WRITTEN AND THE PENDING COUNT IS CLEARED.        *
070520*--------------------------------------------------------------*
070530 8260-POST-ONE-COUNT.
070540     PERFORM 8240-DERIVE-BOOK-QUANTITY
070550     IF RST-RECORD-NOT-FOUND
070560         DISPLAY "Count for " RST-FILE-CNT-PRODUCT-ID
070570             " skipped - not on master file."
070580         DELETE COUNT-FILE RECORD
070590     ELSE
070600         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
070610             TO RST-QTY-BEFORE
070620         IF RST-FILE-CNT-LOCATION = SPACES
070630             MOVE RST-FILE-CNT-QTY
070640                 TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
070650         ELSE
070660             COMPUTE RST-COUNT-DIFF-QTY =
070670                 RST-FILE-CNT-QTY - RST-COUNT-BOOK-QTY
070680             COMPUTE RST-COUNT-NEW-QTY =
070690                 RST-PRODUCT-QTY (RST-SUBSCRIPT)
070700                 + RST-COUNT-DIFF-QTY
070710             IF RST-COUNT-NEW-QTY < 0
070720                 DISPLAY "Warning: adjustment would take "
070730                     RST-FILE-CNT-PRODUCT-ID
070740                     " negative - floored at zero."
070750                 MOVE 0 TO RST-COUNT-NEW-QTY
070760             END-IF
070770             IF RST-COUNT-NEW-QTY > 99999
070780                 DISPLAY "Warning: adjustment overflows "
070790                     RST-FILE-CNT-PRODUCT-ID
070800                     " - capped at 99999."
070810                 MOVE 99999 TO RST-COUNT-NEW-QTY
070820             END-IF
070830             MOVE RST-COUNT-NEW-QTY
070840                 TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
070850             MOVE RST-FILE-CNT-QTY TO RST-ENTRY-COUNT-QTY
070860             PERFORM 8270-SET-LOCATION-QTY
070870         END-IF
070880         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
070890             TO RST-QTY-AFTER
070900*        THE POSTED COUNT IS WHAT PROVES COVERAGE - STAMP
070910*        THE PRODUCT SO THE WORKSHEET ROTATION MOVES ON TO
070920*        THE NEXT LEAST-RECENTLY-COUNTED ITEM IN ITS CLASS.
070930         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
070940         MOVE RST-SYSTEM-DATE
070950             TO RST-LAST-COUNT-DATE (RST-SUBSCRIPT)
070960         SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
070970         PERFORM 9655-REWRITE-PRODUCT-TO-FILE
070980         IF RST-QTY-AFTER > RST-QTY-BEFORE
070990             COMPUTE RST-LAYER-QTY =
071000                 RST-QTY-AFTER - RST-QTY-BEFORE
071010             MOVE RST-PRODUCT-PRICE (RST-SUBSCRIPT)
071020                 TO RST-LAYER-COST
071030             PERFORM 9300-ADD-COST-LAYER
071040         END-IF
071050         IF RST-QTY-BEFORE > RST-QTY-AFTER
071060             COMPUTE RST-LAYER-QTY =
071070                 RST-QTY-BEFORE - RST-QTY-AFTER
071080             PERFORM 9320-RELIEVE-COST-LAYERS
071090         END-IF
071100         MOVE RST-FILE-CNT-LOCATION TO RST-ACTION-LOCATION
071110         MOVE "COUNT-ADJ" TO RST-ACTION-CODE
071120         MOVE RST-FILE-CNT-LOCATION TO RST-ACTION-DETAIL
071130         PERFORM 9500-WRITE-AUDIT-RECORD
071140         DELETE COUNT-FILE RECORD
071150         IF RST-COUNT-STATUS NOT = "00"
071160             DISPLAY "Warning: could not clear count record,"
071170             DISPLAY "status " RST-COUNT-STATUS
071180         END-IF
071190         ADD 1 TO RST-COUNT-POSTED-ROWS
071200     END-IF.
071210
071220*--------------------------------------------------------------*
071230* SETS A LOCATION ROW TO AN ABSOLUTE QUANTITY, INSERTING A NEW  *
071240* SORTED ROW IF THE PRODUCT HAS NEVER BEEN TRACKED AT THAT      *
071250* LOCATION (SEE RST-LOCATION-TABLE FOR THE ORDERING RULE).      *
071260*--------------------------------------------------------------*
071270 8270-SET-LOCATION-QTY.
071280     PERFORM 9845-FIND-LOCATION-ENTRY
071290     IF RST-RECORD-FOUND
071300         MOVE RST-ENTRY-COUNT-QTY
071310             TO RST-LOC-QTY (RST-LOC-SUBSCRIPT)
071320         SET RST-LOCATION-IDX TO RST-LOC-SUBSCRIPT
071330         PERFORM 9756-REWRITE-LOCATION-TO-FILE
071340     ELSE
071350         IF RST-ENTRY-COUNT-QTY > 0
071360             IF RST-LOCATION-COUNT >= RST-MAX-LOCATIONS
071370                 DISPLAY "Location table is full - quantity"
071380                 DISPLAY "not tracked by site."
071390             ELSE
071400                 MOVE RST-ENTRY-COUNT-QTY
071410                     TO RST-ENTRY-ADJUST-QTY
071420                 PERFORM 9862-FIND-LOCATION-INSERT-POINT
071430                 ADD 1 TO RST-LOCATION-COUNT
071440                 PERFORM 9864-SHIFT-LOCATIONS-UP
071450                 PERFORM 9867-STORE-NEW-LOCATION-ENTRY
071460                 PERFORM 9751-WRITE-LOCATION-TO-FILE
071470             END-IF
071480         END-IF
071490     END-IF.
071500
071510*--------------------------------------------------------------*
071520* TRANSFER STOCK - MOVES QUANTITY BETWEEN TWO LOCATIONS IN ONE  *
071530* STEP. THE SYSTEM-WIDE QUANTITY IS LEFT ALONE (NOTHING LEFT    *
071540* THE BUILDING) AND A SINGLE TRANSFER AUDIT ROW RECORDS BOTH    *
071550* LOCATIONS. THE MOVE IS VALIDATED AGAINST THE FROM-LOCATION'S  *
071560* RECORDED QUANTITY - UNLIKE AN ISSUE, A TRANSFER NEVER CLAMPS  *
071570* OR INVENTS STOCK AT EITHER END.                               *
071580*--------------------------------------------------------------*
071590 8300-TRANSFER-STOCK.
071600     DISPLAY "Enter Product ID to transfer: "
071610         WITH NO ADVANCING
071620     ACCEPT RST-ENTRY-PRODUCT-ID
071630     PERFORM 9800-FIND-PRODUCT
071640     IF RST-RECORD-NOT-FOUND
071650         DISPLAY "Product ID not found."
071660     ELSE
071670         DISPLAY "Enter From Location: " WITH NO ADVANCING
071680         ACCEPT RST-ENTRY-FROM-LOCATION
071690         DISPLAY "Enter To Location: " WITH NO ADVANCING
071700         ACCEPT RST-ENTRY-TO-LOCATION
071710         DISPLAY "Enter Quantity to Transfer: "
071720             WITH NO ADVANCING
071730         ACCEPT RST-ENTRY-ADJUST-EDIT
071740         INSPECT RST-ENTRY-ADJUST-EDIT
071750             REPLACING LEADING SPACE BY "0"
071760         PERFORM 8305-VALIDATE-TRANSFER
071770         IF RST-ENTRY-IS-VALID
071780             PERFORM 8310-POST-TRANSFER
071790         END-IF
071800     END-IF.
071810
071820 8305-VALIDATE-TRANSFER.
071830     MOVE "N" TO RST-VALID-SWITCH
071840     IF RST-ENTRY-FROM-LOCATION = SPACES
071850             OR RST-ENTRY-TO-LOCATION = SPACES
071860         DISPLAY "Both locations are required."
071870     ELSE
071880         IF RST-ENTRY-FROM-LOCATION = RST-ENTRY-TO-LOCATION
071890             DISPLAY "From and To locations are the same -"
071900             DISPLAY "nothing to do."
071910         ELSE
071920             IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
071930                     OR RST-ENTRY-ADJUST-QTY = 0
071940                 DISPLAY "Quantity transferred must be a"
071950                 DISPLAY "positive number."
071960             ELSE
071970                 PERFORM 8306-CHECK-TRANSFER-BIN
071980                 IF RST-BIN-ON-FILE
071990                     PERFORM 8307-CHECK-FROM-LOCATION
072000                 END-IF
072010             END-IF
072020         END-IF
072030     END-IF.
072040
072050*    ONLY THE TO-LOCATION HAS TO BE ON THE BIN MASTER. STOCK
072060*    SITTING IN A PHANTOM BIN FROM BEFORE THE MASTER EXISTED IS
072070*    CLEARED BY TRANSFERRING IT OUT TO A REAL ONE.
072080 8306-CHECK-TRANSFER-BIN.
072090     MOVE RST-ENTRY-TO-LOCATION TO RST-ENTRY-LOCATION-CODE
072100     PERFORM 9842-CHECK-ENTERED-LOCATION.
072110
072120 8307-CHECK-FROM-LOCATION.
072130     MOVE RST-ENTRY-FROM-LOCATION TO RST-ENTRY-LOCATION-CODE
072140     PERFORM 9845-FIND-LOCATION-ENTRY
072150     IF RST-RECORD-NOT-FOUND
072160         DISPLAY "No stock is recorded at the from-"
072170         DISPLAY "location for this product."
072180     ELSE
072190         IF RST-ENTRY-ADJUST-QTY >
072200                 RST-LOC-QTY (RST-LOC-SUBSCRIPT)
072210             DISPLAY "Transfer exceeds the quantity recorded"
072220             DISPLAY "at the from-location - rejected."
072230         ELSE
072240             MOVE "Y" TO RST-VALID-SWITCH
072250         END-IF
072260     END-IF.
072270
072280*--------------------------------------------------------------*
072290* THE FROM ROW IS RELIEVED AND REWRITTEN BEFORE THE TO ROW IS   *
072300* TOUCHED - 9850 MAY INSERT A NEW SORTED ROW AND SHIFT THE      *
072310* TABLE, WHICH WOULD LEAVE AN EARLIER-SAVED SUBSCRIPT STALE.    *
072320*--------------------------------------------------------------*
072330 8310-POST-TRANSFER.
072340     SUBTRACT RST-ENTRY-ADJUST-QTY
072350         FROM RST-LOC-QTY (RST-LOC-SUBSCRIPT)
072360     SET RST-LOCATION-IDX TO RST-LOC-SUBSCRIPT
072370     PERFORM 9756-REWRITE-LOCATION-TO-FILE
072380     MOVE RST-ENTRY-TO-LOCATION TO RST-ENTRY-LOCATION-CODE
072390     PERFORM 9850-RECEIVE-AT-LOCATION
072400     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
072410     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
072420     MOVE RST-ENTRY-TO-LOCATION TO RST-ACTION-LOCATION
072430     MOVE "TRANSFER" TO RST-ACTION-CODE
072440     MOVE RST-ENTRY-FROM-LOCATION TO RST-TRF-FROM
072450     MOVE RST-ENTRY-TO-LOCATION TO RST-TRF-TO
072460     MOVE RST-TRANSFER-DETAIL TO RST-ACTION-DETAIL
072470     PERFORM 9500-WRITE-AUDIT-RECORD
072480     DISPLAY "Stock transferred successfully.".
072490
072500*--------------------------------------------------------------*
072510* SUPPLIER INVOICE HOLDS - INVOICE LINES THE BATCH MATCH COULD  *
072520* NOT PASS SIT ON THE MATCH FILE IN STATE H UNTIL A SUPERVISOR  *
072530* LOOKS AT THEM. A RELEASE MARKS THE LINE R; THE NEXT BATCH RUN *
072540* PICKS IT UP INTO THAT NIGHT'S AP EXTRACT. ANY OPERATOR MAY    *
072550* LIST THE HOLDS, ONLY A SUPERVISOR MAY RELEASE ONE.            *
072560*--------------------------------------------------------------*
072570 8320-INVOICE-MATCH-HOLDS.
072580     MOVE SPACES TO RST-ENTRY-SUB-OPTION
072590     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
072600             OR RST-ENTRY-SUB-OPTION = "x"
072610         PERFORM 8322-PROCESS-HOLD-OPTION
072620     END-PERFORM.
072630
072640 8322-PROCESS-HOLD-OPTION.
072650     DISPLAY " "
072660     DISPLAY "Invoice Match Holds - L=List Holds, R=Release"
072670     DISPLAY "a Held Line, X=Return: " WITH NO ADVANCING
072680     ACCEPT RST-ENTRY-SUB-OPTION
072690     EVALUATE RST-ENTRY-SUB-OPTION
072700         WHEN "L"
072710         WHEN "l"
072720             PERFORM 8325-LIST-HELD-INVOICES
072730         WHEN "R"
072740         WHEN "r"
072750             IF RST-OPERATOR-LEVEL < 3
072760                 DISPLAY "Releasing a held invoice needs"
072770                 DISPLAY "supervisor authority."
072780                 MOVE "AP RELEASE" TO RST-ACTION-DETAIL
072790                 PERFORM 2260-AUDIT-AUTH-REFUSAL
072800             ELSE
072810                 PERFORM 8330-RELEASE-HELD-INVOICE
072820             END-IF
072830         WHEN "X"
072840         WHEN "x"
072850             CONTINUE
072860         WHEN OTHER
072870             DISPLAY "Invalid option."
072880     END-EVALUATE.
072890
072900 8325-LIST-HELD-INVOICES.
072910     MOVE 0 TO RST-AP-HOLD-LINES
072920     MOVE RST-APM-COLUMN-HEADING TO RST-PRINT-LINE
072930     PERFORM 9950-WRITE-REPORT-LINE
072940     MOVE LOW-VALUES TO RST-FILE-INV-KEY
072950     START INVOICE-FILE KEY IS NOT LESS THAN RST-FILE-INV-KEY
072960     IF RST-INVOICE-STATUS = "00"
072970         PERFORM 8329-READ-INVOICE-RECORD
072980         PERFORM UNTIL RST-INVOICE-STATUS NOT = "00"
072990             PERFORM 8327-SHOW-ONE-HOLD
073000             PERFORM 8329-READ-INVOICE-RECORD
073010         END-PERFORM
073020     END-IF
073030     IF RST-AP-HOLD-LINES = 0
073040         DISPLAY "No invoice lines are on hold."
073050     END-IF.
073060
073070 8327-SHOW-ONE-HOLD.
073080     IF RST-FILE-INV-STATE = "H" OR RST-FILE-INV-STATE = "R"
073090         ADD 1 TO RST-AP-HOLD-LINES
073100         PERFORM 8348-PRINT-HELD-INVOICE
073110     END-IF.
073120
073130 8329-READ-INVOICE-RECORD.
073140     READ INVOICE-FILE NEXT RECORD.
073150
073160*--------------------------------------------------------------*
073170* RELEASE ONE HELD LINE FOR PAYMENT. THE LINE IS SHOWN WITH ITS *
073180* HOLD REASON AND CONFIRMED BEFORE IT MOVES, AND THE RELEASE IS *
073190* AUDITED UNDER THE PO LINE'S PRODUCT WITH THE INVOICE NUMBER   *
073200* IN THE DETAIL SO THE TRAIL SAYS WHO LET IT THROUGH.           *
073210*--------------------------------------------------------------*
073220 8330-RELEASE-HELD-INVOICE.
073230     DISPLAY "Enter Invoice Number: " WITH NO ADVANCING
073240     ACCEPT RST-ENTRY-INVOICE-NO
073250     DISPLAY "Enter PO Number: " WITH NO ADVANCING
073260     ACCEPT RST-ENTRY-PO-EDIT
073270     INSPECT RST-ENTRY-PO-EDIT
073280         REPLACING LEADING SPACE BY "0"
073290     DISPLAY "Enter PO Line Number: " WITH NO ADVANCING
073300     ACCEPT RST-ENTRY-PO-LINE-EDIT
073310     INSPECT RST-ENTRY-PO-LINE-EDIT
073320         REPLACING LEADING SPACE BY "0"
073330     IF RST-ENTRY-PO-EDIT IS NOT NUMERIC
073340             OR RST-ENTRY-PO-LINE-EDIT IS NOT NUMERIC
073350         DISPLAY "PO number and line must be numeric."
073360     ELSE
073370         MOVE RST-ENTRY-INVOICE-NO TO RST-FILE-INV-NUMBER
073380         MOVE RST-ENTRY-PO-NUMBER TO RST-FILE-INV-PO-NUMBER
073390         MOVE RST-ENTRY-PO-LINE TO RST-FILE-INV-PO-LINE
073400         READ INVOICE-FILE
073410         IF RST-INVOICE-STATUS NOT = "00"
073420             DISPLAY "Invoice line not found."
073430         ELSE
073440             IF RST-FILE-INV-STATE NOT = "H"
073450                 DISPLAY "That invoice line is not on hold."
073460             ELSE
073470                 PERFORM 8332-CONFIRM-RELEASE
073480             END-IF
073490         END-IF
073500     END-IF.
073510
073520 8332-CONFIRM-RELEASE.
073530     MOVE RST-APM-COLUMN-HEADING TO RST-PRINT-LINE
073540     PERFORM 9950-WRITE-REPORT-LINE
073550     PERFORM 8348-PRINT-HELD-INVOICE
073560     DISPLAY "Release this line for payment? (Y/N): "
073570         WITH NO ADVANCING
073580     ACCEPT RST-ENTRY-YES-NO
073590     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
073600         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
073610         MOVE "R" TO RST-FILE-INV-STATE
073620         MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-INV-RELEASED-BY
073630         MOVE RST-SYSTEM-DATE TO RST-FILE-INV-RELEASE-DATE
073640         REWRITE INVOICE-RECORD
073650         IF RST-INVOICE-STATUS NOT = "00"
073660             DISPLAY "Warning: could not rewrite invoice"
073670             DISPLAY "line, status " RST-INVOICE-STATUS
073680         ELSE
073690             MOVE RST-FILE-INV-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
073700             PERFORM 9800-FIND-PRODUCT
073710             IF RST-RECORD-FOUND
073720                 MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
073730                     TO RST-QTY-BEFORE
073740             ELSE
073750                 MOVE 0 TO RST-QTY-BEFORE
073760             END-IF
073770             MOVE RST-QTY-BEFORE TO RST-QTY-AFTER
073780             MOVE "AP-RELEASE" TO RST-ACTION-CODE
073790             MOVE RST-FILE-INV-NUMBER TO RST-ACTION-DETAIL
073800             PERFORM 9500-WRITE-AUDIT-RECORD
073810             DISPLAY "Invoice line released - it goes to the"
073820             DISPLAY "AP extract on the next batch run."
073830         END-IF
073840     ELSE
073850         DISPLAY "Release cancelled - line stays on hold."
073860     END-IF.
073870
073880*--------------------------------------------------------------*
073890* BATCH THREE-WAY MATCH. EACH LINE OF THE SUPPLIER INVOICE FILE *
073900* IS CHECKED AGAINST ITS PO LINE: SOMETHING MUST HAVE BEEN      *
073910* RECEIVED, THE SUPPLIER MUST BE THE PO'S, THE QUANTITY MAY NOT *
073920* EXCEED WHAT WAS RECEIVED AND NOT YET INVOICED, AND THE UNIT   *
073930* PRICE MUST SIT WITHIN RST-AP-TOLERANCE-PCT OF THE RECEIPT'S   *
073940* AVERAGE LAYER COST. A LINE THAT PASSES IS MATCHED AND COUNTS  *
073950* AGAINST THE PO LINE'S INVOICED QUANTITY; ONE THAT FAILS IS    *
073960* HELD AND PRINTED. EVERY LINE - MATCHED OR HELD - LANDS ON THE *
073970* MATCH FILE, SO A RESUBMITTED INVOICE LINE IS CAUGHT AS A      *
073980* DUPLICATE. THE INVOICE FILE IS CONSUMED THE SAME WAY THE      *
073990* SCANNER FILE IS: ARCHIVED LINE BY LINE AND THEN REMOVED.      *
074000*--------------------------------------------------------------*
074010 8340-MATCH-SUPPLIER-INVOICES.
074020     MOVE 0 TO RST-AP-READ-COUNT
074030     MOVE 0 TO RST-AP-MATCHED-COUNT
074040     MOVE 0 TO RST-AP-HELD-COUNT
074050     MOVE 0 TO RST-AP-REJECT-COUNT
074060     MOVE 0 TO RST-AP-RELEASED-COUNT
074070     MOVE RST-APM-HEADING TO RST-PRINT-LINE
074080     PERFORM 9950-WRITE-REPORT-LINE
074090     MOVE RST-APM-COLUMN-HEADING TO RST-PRINT-LINE
074100     PERFORM 9950-WRITE-REPORT-LINE
074110     OPEN INPUT INVOICE-INPUT-FILE
074120     IF RST-INVIN-STATUS = "35"
074130         MOVE "NO SUPPLIER INVOICE FILE - NO NEW LINES MATCHED."
074140             TO RST-PRINT-LINE
074150         PERFORM 9950-WRITE-REPORT-LINE
074160         MOVE "I" TO RST-STP-NEW-SEV
074170         MOVE "NO SUPPLIER INVOICE FILE WAITING"
074180             TO RST-STP-NEW-TEXT
074190         PERFORM 9942-RAISE-STEP-SEVERITY
074200     ELSE
074210         IF RST-INVIN-STATUS NOT = "00"
074220             DISPLAY "Warning: could not open supplier invoice"
074230             DISPLAY "file, status " RST-INVIN-STATUS
074240             MOVE "E" TO RST-STP-NEW-SEV
074250             MOVE "INVOICE FILE COULD NOT BE OPENED"
074260                 TO RST-STP-NEW-TEXT
074270             PERFORM 9942-RAISE-STEP-SEVERITY
074280         ELSE
074290             PERFORM 8342-MATCH-INVOICE-FILE
074300         END-IF
074310     END-IF
074320     PERFORM 8350-PICK-UP-RELEASED-LINES
074330     PERFORM 8360-WRITE-AP-EXTRACT
074340     MOVE RST-AP-READ-COUNT TO RST-AMC-READ
074350     MOVE RST-AP-MATCHED-COUNT TO RST-AMC-MATCHED
074360     MOVE RST-AP-HELD-COUNT TO RST-AMC-HELD
074370     MOVE RST-AP-REJECT-COUNT TO RST-AMC-REJECTED
074380     MOVE RST-AP-RELEASED-COUNT TO RST-AMC-RELEASED
074390     MOVE RST-APM-CONTROL-LINE TO RST-PRINT-LINE
074400     PERFORM 9950-WRITE-REPORT-LINE
074410     DISPLAY RST-APM-CONTROL-LINE
074420     IF RST-AP-HELD-COUNT + RST-AP-REJECT-COUNT > 0
074430         MOVE "W" TO RST-STP-NEW-SEV
074440         MOVE "INVOICE LINES HELD OR REJECTED" TO RST-STC-LABEL
074450         COMPUTE RST-STC-COUNT =
074460             RST-AP-HELD-COUNT + RST-AP-REJECT-COUNT
074470         MOVE RST-STP-COUNT-TEXT TO RST-STP-NEW-TEXT
074480         PERFORM 9942-RAISE-STEP-SEVERITY
074490     END-IF.
074500
074510 8342-MATCH-INVOICE-FILE.
074520     MOVE RST-RUN-BUSINESS-DATE TO RST-INVA-DATE
074530     OPEN EXTEND INVARCH-FILE
074540     IF RST-INVARCH-STATUS = "35"
074550         OPEN OUTPUT INVARCH-FILE
074560     END-IF
074570     IF RST-INVARCH-STATUS NOT = "00"
074580         DISPLAY "Warning: could not open invoice archive "
074590             RST-INVARCH-NAME
074600         DISPLAY "Matching skipped so the file cannot be"
074610         DISPLAY "consumed twice."
074620         MOVE "E" TO RST-STP-NEW-SEV
074630         MOVE "INVOICE ARCHIVE NOT OPENED - NOT MATCHED"
074640             TO RST-STP-NEW-TEXT
074650         PERFORM 9942-RAISE-STEP-SEVERITY
074660         CLOSE INVOICE-INPUT-FILE
074670     ELSE
074680         PERFORM 8343-READ-INVOICE-INPUT
074690         PERFORM UNTIL RST-INVIN-STATUS NOT = "00"
074700             PERFORM 8344-MATCH-ONE-INVOICE-LINE
074710             PERFORM 8343-READ-INVOICE-INPUT
074720         END-PERFORM
074730         CLOSE INVOICE-INPUT-FILE
074740         CLOSE INVARCH-FILE
074750         DELETE FILE INVOICE-INPUT-FILE
074760         IF RST-INVIN-STATUS NOT = "00"
074770             DISPLAY "Warning: could not remove the matched"
074780             DISPLAY "invoice file, status " RST-INVIN-STATUS
074790             MOVE "W" TO RST-STP-NEW-SEV
074800             MOVE "MATCHED INVOICE FILE NOT REMOVED"
074810                 TO RST-STP-NEW-TEXT
074820             PERFORM 9942-RAISE-STEP-SEVERITY
074830         END-IF
074840         DISPLAY "Supplier invoices archived to "
074850             RST-INVARCH-NAME
074860     END-IF.
074870
074880 8343-READ-INVOICE-INPUT.
074890     READ INVOICE-INPUT-FILE.
074900
074910 8344-MATCH-ONE-INVOICE-LINE.
074920     ADD 1 TO RST-AP-READ-COUNT
074930     MOVE INVOICE-INPUT-RECORD TO RST-INVIN-INPUT
074940     MOVE INVOICE-INPUT-RECORD TO INVARCH-RECORD
074950     WRITE INVARCH-RECORD
074960     IF RST-INVARCH-STATUS NOT = "00"
074970         DISPLAY "Warning: could not write invoice archive"
074980         DISPLAY "record, status " RST-INVARCH-STATUS
074990     END-IF
075000     INSPECT RST-INVIN-PO-EDIT REPLACING LEADING SPACE BY "0"
075010     INSPECT RST-INVIN-LINE-EDIT REPLACING LEADING SPACE BY "0"
075020     INSPECT RST-INVIN-QTY-EDIT REPLACING LEADING SPACE BY "0"
075030     INSPECT RST-INVIN-PRICE-EDIT
075040         REPLACING LEADING SPACE BY "0"
075050     IF RST-INVIN-INVOICE-NO = SPACES
075060             OR RST-INVIN-PO-EDIT IS NOT NUMERIC
075070             OR RST-INVIN-LINE-EDIT IS NOT NUMERIC
075080             OR RST-INVIN-QTY-EDIT IS NOT NUMERIC
075090             OR RST-INVIN-PRICE-EDIT IS NOT NUMERIC
075100         MOVE "UNREADABLE INVOICE LINE" TO RST-AMD-REASON
075110         PERFORM 8349-PRINT-REJECTED-INVOICE
075120     ELSE
075130         IF RST-INVIN-QTY = 0
075140             MOVE "ZERO INVOICED QUANTITY" TO RST-AMD-REASON
075150             PERFORM 8349-PRINT-REJECTED-INVOICE
075160         ELSE
075170             MOVE RST-INVIN-INVOICE-NO TO RST-FILE-INV-NUMBER
075180             MOVE RST-INVIN-PO-NUMBER TO RST-FILE-INV-PO-NUMBER
075190             MOVE RST-INVIN-PO-LINE TO RST-FILE-INV-PO-LINE
075200             READ INVOICE-FILE
075210             IF RST-INVOICE-STATUS = "00"
075220                 MOVE "DUPLICATE INVOICE LINE" TO RST-AMD-REASON
075230                 PERFORM 8349-PRINT-REJECTED-INVOICE
075240             ELSE
075250                 PERFORM 8346-JUDGE-INVOICE-LINE
075260             END-IF
075270         END-IF
075280     END-IF.
075290
075300 8346-JUDGE-INVOICE-LINE.
075310     MOVE RST-INVIN-INVOICE-NO TO RST-FILE-INV-NUMBER
075320     MOVE RST-INVIN-PO-NUMBER TO RST-FILE-INV-PO-NUMBER
075330     MOVE RST-INVIN-PO-LINE TO RST-FILE-INV-PO-LINE
075340     MOVE RST-INVIN-SUPPLIER TO RST-FILE-INV-SUPPLIER
075350     MOVE SPACES TO RST-FILE-INV-PRODUCT-ID
075360     MOVE RST-INVIN-QTY TO RST-FILE-INV-QTY
075370     MOVE RST-INVIN-UNIT-PRICE TO RST-FILE-INV-UNIT-PRICE
075380     MOVE 0 TO RST-FILE-INV-RECD-QTY
075390     MOVE 0 TO RST-FILE-INV-RECD-COST
075400     MOVE SPACES TO RST-FILE-INV-REASON
075410     IF RST-INVIN-DATE-EDIT IS NUMERIC
075420         MOVE RST-INVIN-DATE TO RST-FILE-INV-DATE
075430     ELSE
075440         MOVE 0 TO RST-FILE-INV-DATE
075450     END-IF
075460     MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-INV-LOAD-DATE
075470     MOVE 0 TO RST-FILE-INV-EXTRACT-DATE
075480     MOVE SPACES TO RST-FILE-INV-RELEASED-BY
075490     MOVE 0 TO RST-FILE-INV-RELEASE-DATE
075500     MOVE RST-FILE-INV-PO-NUMBER TO RST-FILE-PO-NUMBER
075510     MOVE RST-FILE-INV-PO-LINE TO RST-FILE-PO-LINE
075520     READ PO-FILE
075530     IF RST-PO-STATUS NOT = "00"
075540         MOVE "NR" TO RST-FILE-INV-REASON
075550     ELSE
075560         PERFORM 8031-CLEAR-OLD-PO-FIELDS
075570         MOVE RST-FILE-PO-PRODUCT-ID TO RST-FILE-INV-PRODUCT-ID
075580         IF RST-FILE-PO-RECD-QTY = 0
075590             MOVE "NR" TO RST-FILE-INV-REASON
075600         ELSE
075610             PERFORM 8347-COMPARE-TO-RECEIPT
075620         END-IF
075630     END-IF
075640     IF RST-FILE-INV-REASON = SPACES
075650         MOVE "M" TO RST-FILE-INV-STATE
075660         MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-INV-EXTRACT-DATE
075670         ADD RST-FILE-INV-QTY TO RST-FILE-PO-INVD-QTY
075680         REWRITE PO-RECORD
075690         IF RST-PO-STATUS NOT = "00"
075700             DISPLAY "Warning: could not rewrite PO line,"
075710             DISPLAY "status " RST-PO-STATUS
075720         END-IF
075730         ADD 1 TO RST-AP-MATCHED-COUNT
075740     ELSE
075750         MOVE "H" TO RST-FILE-INV-STATE
075760         ADD 1 TO RST-AP-HELD-COUNT
075770         PERFORM 8348-PRINT-HELD-INVOICE
075780     END-IF
075790     WRITE INVOICE-RECORD
075800     IF RST-INVOICE-STATUS NOT = "00"
075810         DISPLAY "Warning: could not write invoice match"
075820         DISPLAY "record, status " RST-INVOICE-STATUS
075830     END-IF.
075840
075850*--------------------------------------------------------------*
075860* THE RECEIVED SIDE OF THE MATCH. QUANTITY IS JUDGED AGAINST    *
075870* WHAT WAS RECEIVED LESS WHAT EARLIER INVOICES ALREADY BILLED,  *
075880* SO A LINE CAN BE INVOICED IN PARTS BUT NEVER PAID TWICE.      *
075890* PRICE IS JUDGED AGAINST THE AVERAGE UNIT COST THE RECEIPTS    *
075900* WERE LAYERED AT; A PO LINE RECEIVED BEFORE RECEIPT VALUES     *
075910* WERE KEPT HAS NO COST TO COMPARE WITH AND IS HELD FOR A       *
075920* PERSON TO LOOK AT. ONLY THE FIRST FAILURE IS RECORDED AS THE  *
075930* REASON, BUT THE PRINTED LINE SHOWS BOTH SIDES IN FULL.        *
075940*--------------------------------------------------------------*
075950 8347-COMPARE-TO-RECEIPT.
075960     COMPUTE RST-AP-UNINVOICED-QTY =
075970         RST-FILE-PO-RECD-QTY - RST-FILE-PO-INVD-QTY
075980     IF RST-AP-UNINVOICED-QTY < 0
075990         MOVE 0 TO RST-AP-UNINVOICED-QTY
076000     END-IF
076010     MOVE RST-AP-UNINVOICED-QTY TO RST-FILE-INV-RECD-QTY
076020     IF RST-FILE-PO-RECD-VALUE = 0
076030         MOVE 0 TO RST-AP-RECEIPT-COST
076040     ELSE
076050         COMPUTE RST-AP-RECEIPT-COST ROUNDED =
076060             RST-FILE-PO-RECD-VALUE / RST-FILE-PO-RECD-QTY
076070     END-IF
076080     MOVE RST-AP-RECEIPT-COST TO RST-FILE-INV-RECD-COST
076090     IF RST-FILE-INV-UNIT-PRICE > RST-AP-RECEIPT-COST
076100         COMPUTE RST-AP-PRICE-DIFF =
076110             RST-FILE-INV-UNIT-PRICE - RST-AP-RECEIPT-COST
076120     ELSE
076130         COMPUTE RST-AP-PRICE-DIFF =
076140             RST-AP-RECEIPT-COST - RST-FILE-INV-UNIT-PRICE
076150     END-IF
076160     COMPUTE RST-AP-PRICE-TOL ROUNDED =
076170         RST-AP-RECEIPT-COST * RST-AP-TOLERANCE-PCT / 100
076180     EVALUATE TRUE
076190         WHEN RST-FILE-INV-SUPPLIER NOT = SPACES
076200                 AND RST-FILE-INV-SUPPLIER
076210                     NOT = RST-FILE-PO-SUPPLIER
076220             MOVE "SU" TO RST-FILE-INV-REASON
076230         WHEN RST-FILE-INV-QTY > RST-AP-UNINVOICED-QTY
076240             MOVE "QV" TO RST-FILE-INV-REASON
076250         WHEN RST-AP-RECEIPT-COST = 0
076260             MOVE "NC" TO RST-FILE-INV-REASON
076270         WHEN RST-AP-PRICE-DIFF > RST-AP-PRICE-TOL
076280             MOVE "PV" TO RST-FILE-INV-REASON
076290         WHEN OTHER
076300             CONTINUE
076310     END-EVALUATE.
076320
076330 8345-DESCRIBE-HOLD-REASON.
076340     EVALUATE RST-FILE-INV-REASON
076350         WHEN "NR"
076360             MOVE "NO RECEIPT ON PO LINE" TO RST-AMD-REASON
076370         WHEN "SU"
076380             MOVE "SUPPLIER NOT THE PO'S" TO RST-AMD-REASON
076390         WHEN "QV"
076400             MOVE "QTY OVER RECEIVED" TO RST-AMD-REASON
076410         WHEN "NC"
076420             MOVE "NO RECEIPT COST ON FILE" TO RST-AMD-REASON
076430         WHEN "PV"
076440             MOVE "PRICE OUTSIDE TOLERANCE" TO RST-AMD-REASON
076450         WHEN OTHER
076460             MOVE SPACES TO RST-AMD-REASON
076470     END-EVALUATE
076480     IF RST-FILE-INV-STATE = "R"
076490         MOVE SPACES TO RST-AMD-REASON
076500         STRING "RELEASED BY " DELIMITED BY SIZE
076510             RST-FILE-INV-RELEASED-BY DELIMITED BY SPACE
076520             INTO RST-AMD-REASON
076530     END-IF.
076540
076550 8348-PRINT-HELD-INVOICE.
076560     MOVE RST-FILE-INV-NUMBER TO RST-AMD-INVOICE-NO
076570     MOVE RST-FILE-INV-PO-NUMBER TO RST-AMD-PO-NUMBER
076580     MOVE RST-FILE-INV-PO-LINE TO RST-AMD-PO-LINE
076590     MOVE RST-FILE-INV-PRODUCT-ID TO RST-AMD-PRODUCT-ID
076600     MOVE RST-FILE-INV-QTY TO RST-AMD-INV-QTY
076610     MOVE RST-FILE-INV-RECD-QTY TO RST-AMD-RECD-QTY
076620     MOVE RST-FILE-INV-UNIT-PRICE TO RST-AMD-INV-PRICE
076630     MOVE RST-FILE-INV-RECD-COST TO RST-AMD-RECD-COST
076640     PERFORM 8345-DESCRIBE-HOLD-REASON
076650     MOVE RST-APM-DETAIL TO RST-PRINT-LINE
076660     PERFORM 9950-WRITE-REPORT-LINE.
076670
076680*--------------------------------------------------------------*
076690* A LINE THAT CANNOT BE MATCHED AT ALL - UNREADABLE, ZERO, OR   *
076700* ALREADY ON THE MATCH FILE - IS PRINTED FROM THE RAW INPUT     *
076710* AND NOT FILED. THE ARCHIVE KEEPS ITS IMAGE FOR RESUBMISSION.  *
076720*--------------------------------------------------------------*
076730 8349-PRINT-REJECTED-INVOICE.
076740     ADD 1 TO RST-AP-REJECT-COUNT
076750     MOVE RST-INVIN-INVOICE-NO TO RST-AMD-INVOICE-NO
076760     MOVE RST-INVIN-PO-EDIT TO RST-AMD-PO-NUMBER
076770     MOVE RST-INVIN-LINE-EDIT TO RST-AMD-PO-LINE
076780     MOVE SPACES TO RST-AMD-PRODUCT-ID
076790     MOVE 0 TO RST-AMD-INV-QTY
076800     MOVE 0 TO RST-AMD-RECD-QTY
076810     MOVE 0 TO RST-AMD-INV-PRICE
076820     MOVE 0 TO RST-AMD-RECD-COST
076830     IF RST-INVIN-QTY-EDIT IS NUMERIC
076840         MOVE RST-INVIN-QTY TO RST-AMD-INV-QTY
076850     END-IF
076860     IF RST-INVIN-PRICE-EDIT IS NUMERIC
076870         MOVE RST-INVIN-UNIT-PRICE TO RST-AMD-INV-PRICE
076880     END-IF
076890     MOVE RST-APM-DETAIL TO RST-PRINT-LINE
076900     PERFORM 9950-WRITE-REPORT-LINE.
076910
076920*--------------------------------------------------------------*
076930* LINES A SUPERVISOR RELEASED SINCE THE LAST RUN BECOME MATCHED *
076940* AS OF THIS BUSINESS DATE AND COUNT AGAINST THE PO LINE'S      *
076950* INVOICED QUANTITY, THE SAME AS A LINE THAT MATCHED CLEANLY.   *
076960* A RELEASED LINE WHOSE PO LINE HAS SINCE GONE STILL PAYS - THE *
076970* SUPERVISOR HAS ALREADY SAID SO.                               *
076980*--------------------------------------------------------------*
076990 8350-PICK-UP-RELEASED-LINES.
077000     MOVE LOW-VALUES TO RST-FILE-INV-KEY
077010     START INVOICE-FILE KEY IS NOT LESS THAN RST-FILE-INV-KEY
077020     IF RST-INVOICE-STATUS = "00"
077030         PERFORM 8329-READ-INVOICE-RECORD
077040         PERFORM UNTIL RST-INVOICE-STATUS NOT = "00"
077050             PERFORM 8352-PICK-UP-ONE-RELEASE
077060             PERFORM 8329-READ-INVOICE-RECORD
077070         END-PERFORM
077080     END-IF.
077090
077100 8352-PICK-UP-ONE-RELEASE.
077110     IF RST-FILE-INV-STATE = "R"
077120         MOVE RST-FILE-INV-PO-NUMBER TO RST-FILE-PO-NUMBER
077130         MOVE RST-FILE-INV-PO-LINE TO RST-FILE-PO-LINE
077140         READ PO-FILE
077150         IF RST-PO-STATUS = "00"
077160             PERFORM 8031-CLEAR-OLD-PO-FIELDS
077170             ADD RST-FILE-INV-QTY TO RST-FILE-PO-INVD-QTY
077180             REWRITE PO-RECORD
077190             IF RST-PO-STATUS NOT = "00"
077200                 DISPLAY "Warning: could not rewrite PO line,"
077210                 DISPLAY "status " RST-PO-STATUS
077220             END-IF
077230         END-IF
077240         MOVE "M" TO RST-FILE-INV-STATE
077250         MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-INV-EXTRACT-DATE
077260         REWRITE INVOICE-RECORD
077270         IF RST-INVOICE-STATUS NOT = "00"
077280             DISPLAY "Warning: could not rewrite invoice"
077290             DISPLAY "line, status " RST-INVOICE-STATUS
077300         END-IF
077310         ADD 1 TO RST-AP-RELEASED-COUNT
077320     END-IF.
077330
077340*--------------------------------------------------------------*
077350* THE AP EXTRACT IS REBUILT FROM THE MATCH FILE EVERY RUN - ALL *
077360* LINES MATCHED AS OF THE BUSINESS DATE - SO A FORCED RERUN OF  *
077370* THE SAME DATE WRITES THE SAME FILE AGAIN INSTEAD OF LOSING    *
077380* WHAT THE FIRST RUN MATCHED.                                   *
077390*--------------------------------------------------------------*
077400 8360-WRITE-AP-EXTRACT.
077410     MOVE 0 TO RST-AP-DETAIL-COUNT
077420     MOVE 0 TO RST-AP-HASH-TOTAL
077430     MOVE RST-RUN-BUSINESS-DATE TO RST-APN-DATE
077440     OPEN OUTPUT AP-EXTRACT-FILE
077450     IF RST-AP-STATUS NOT = "00"
077460         DISPLAY "Warning: could not open AP extract "
077470             RST-AP-NAME
077480         DISPLAY "status " RST-AP-STATUS
077490         MOVE "E" TO RST-STP-NEW-SEV
077500         MOVE "AP EXTRACT COULD NOT BE OPENED" TO RST-STP-NEW-TEXT
077510         PERFORM 9942-RAISE-STEP-SEVERITY
077520     ELSE
077530         MOVE LOW-VALUES TO RST-FILE-INV-KEY
077540         START INVOICE-FILE KEY IS NOT LESS THAN
077550             RST-FILE-INV-KEY
077560         IF RST-INVOICE-STATUS = "00"
077570             PERFORM 8329-READ-INVOICE-RECORD
077580             PERFORM UNTIL RST-INVOICE-STATUS NOT = "00"
077590                 PERFORM 8362-EXTRACT-ONE-LINE
077600                 PERFORM 8329-READ-INVOICE-RECORD
077610             END-PERFORM
077620         END-IF
077630         MOVE RST-AP-DETAIL-COUNT TO RST-APT-COUNT
077640         MOVE RST-AP-HASH-TOTAL TO RST-APT-HASH
077650         MOVE RST-AP-TRAILER TO AP-EXTRACT-RECORD
077660         WRITE AP-EXTRACT-RECORD
077670         IF RST-AP-STATUS NOT = "00"
077680             DISPLAY "Warning: could not write AP trailer,"
077690             DISPLAY "status " RST-AP-STATUS
077700         END-IF
077710         CLOSE AP-EXTRACT-FILE
077720         DISPLAY "AP extract written to " RST-AP-NAME
077730             " (" RST-AP-DETAIL-COUNT " detail records)."
077740     END-IF.
077750
077760 8362-EXTRACT-ONE-LINE.
077770     IF RST-FILE-INV-STATE = "M"
077780             AND RST-FILE-INV-EXTRACT-DATE
077790                 = RST-RUN-BUSINESS-DATE
077800         COMPUTE RST-AP-LINE-AMOUNT =
077810             RST-FILE-INV-QTY * RST-FILE-INV-UNIT-PRICE
077820         MOVE "D" TO RST-AP-REC-TYPE
077830         MOVE RST-RUN-BUSINESS-DATE TO RST-AP-DATE
077840         MOVE RST-FILE-INV-SUPPLIER TO RST-AP-SUPPLIER
077850         MOVE RST-FILE-INV-NUMBER TO RST-AP-INVOICE-NO
077860         MOVE RST-FILE-INV-PO-NUMBER TO RST-AP-PO-NUMBER
077870         MOVE RST-FILE-INV-PO-LINE TO RST-AP-PO-LINE
077880         MOVE RST-FILE-INV-PRODUCT-ID TO RST-AP-PRODUCT-ID
077890         MOVE RST-FILE-INV-QTY TO RST-AP-QTY
077900         MOVE RST-FILE-INV-UNIT-PRICE TO RST-AP-UNIT-PRICE
077910         MOVE RST-AP-LINE-AMOUNT TO RST-AP-AMOUNT
077920         MOVE RST-AP-LINE TO AP-EXTRACT-RECORD
077930         WRITE AP-EXTRACT-RECORD
077940         IF RST-AP-STATUS NOT = "00"
077950             DISPLAY "Warning: could not write AP detail,"
077960             DISPLAY "status " RST-AP-STATUS
077970         END-IF
077980         ADD 1 TO RST-AP-DETAIL-COUNT
077990         ADD RST-AP-LINE-AMOUNT TO RST-AP-HASH-TOTAL
078000     END-IF.
078010
078020*--------------------------------------------------------------*
078030* BIN LOCATION MAINTENANCE - ADDS A NEW BIN OR UPDATES AN      *
078040* EXISTING ONE IN PLACE, BLANK KEEPING THE CURRENT VALUE AS    *
078050* SUPPLIER MAINTENANCE DOES. ONLY A PICK FACE CARRIES A        *
078060* MINIMUM, AND THE MINIMUM NEVER SITS ABOVE A SET CAPACITY.    *
078070*--------------------------------------------------------------*
078080 8370-BIN-MAINTENANCE.
078090     DISPLAY "Enter Bin Location Code: " WITH NO ADVANCING
078100     ACCEPT RST-ENTRY-LOCATION-CODE
078110     IF RST-ENTRY-LOCATION-CODE = SPACES
078120         DISPLAY "Bin Location Code cannot be blank."
078130     ELSE
078140         MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-BIN-CODE
078150         READ BIN-FILE
078160         IF RST-BIN-STATUS = "00"
078170             PERFORM 8372-UPDATE-BIN
078180         ELSE
078190             PERFORM 8374-ADD-BIN
078200         END-IF
078210     END-IF.
078220
078230 8372-UPDATE-BIN.
078240     DISPLAY "Current Zone: " RST-FILE-BIN-ZONE
078250     DISPLAY "Enter New Zone (blank=keep): " WITH NO ADVANCING
078260     ACCEPT RST-ENTRY-BIN-ZONE
078270     IF RST-ENTRY-BIN-ZONE NOT = SPACES
078280         MOVE RST-ENTRY-BIN-ZONE TO RST-FILE-BIN-ZONE
078290     END-IF
078300     DISPLAY "Current Type: " RST-FILE-BIN-TYPE
078310     DISPLAY "Enter New Type - P=Pick Face, R=Reserve,"
078320     DISPLAY "Q=Quarantine, D=Dock (blank=keep): "
078330         WITH NO ADVANCING
078340     ACCEPT RST-ENTRY-BIN-TYPE
078350     IF RST-ENTRY-BIN-TYPE NOT = SPACE
078360         PERFORM 8376-EDIT-BIN-TYPE
078370         IF RST-ENTRY-IS-VALID
078380             MOVE RST-ENTRY-BIN-TYPE TO RST-FILE-BIN-TYPE
078390         END-IF
078400     END-IF
078410     DISPLAY "Current Capacity: " RST-FILE-BIN-CAPACITY
078420     DISPLAY "Enter New Capacity (blank=keep): "
078430         WITH NO ADVANCING
078440     ACCEPT RST-ENTRY-CAPACITY-EDIT
078450     IF RST-ENTRY-CAPACITY-EDIT NOT = SPACES
078460         INSPECT RST-ENTRY-CAPACITY-EDIT
078470             REPLACING LEADING SPACE BY "0"
078480         IF RST-ENTRY-CAPACITY-EDIT IS NUMERIC
078490             MOVE RST-ENTRY-CAPACITY TO RST-FILE-BIN-CAPACITY
078500         END-IF
078510     END-IF
078520     IF RST-FILE-BIN-TYPE = "P"
078530         DISPLAY "Current Pick-Face Minimum: "
078540             RST-FILE-BIN-MIN-QTY
078550         DISPLAY "Enter New Minimum (blank=keep): "
078560             WITH NO ADVANCING
078570         ACCEPT RST-ENTRY-BIN-MIN-EDIT
078580         IF RST-ENTRY-BIN-MIN-EDIT NOT = SPACES
078590             INSPECT RST-ENTRY-BIN-MIN-EDIT
078600                 REPLACING LEADING SPACE BY "0"
078610             IF RST-ENTRY-BIN-MIN-EDIT IS NUMERIC
078620                 MOVE RST-ENTRY-BIN-MIN-QTY
078630                     TO RST-FILE-BIN-MIN-QTY
078640             END-IF
078650         END-IF
078660     END-IF
078670     PERFORM 8378-SETTLE-BIN-MINIMUM
078680     REWRITE BIN-RECORD
078690     IF RST-BIN-STATUS NOT = "00"
078700         DISPLAY "Warning: could not rewrite bin record,"
078710         DISPLAY "status " RST-BIN-STATUS
078720     ELSE
078730         DISPLAY "Bin location updated successfully."
078740     END-IF.
078750
078760 8374-ADD-BIN.
078770     DISPLAY "New bin location."
078780     DISPLAY "Enter Zone: " WITH NO ADVANCING
078790     ACCEPT RST-ENTRY-BIN-ZONE
078800     MOVE "N" TO RST-VALID-SWITCH
078810     PERFORM UNTIL RST-ENTRY-IS-VALID
078820         PERFORM 8375-PROMPT-BIN-TYPE
078830     END-PERFORM
078840     DISPLAY "Enter Capacity (blank=no limit): "
078850         WITH NO ADVANCING
078860     ACCEPT RST-ENTRY-CAPACITY-EDIT
078870     INSPECT RST-ENTRY-CAPACITY-EDIT
078880         REPLACING LEADING SPACE BY "0"
078890     IF RST-ENTRY-CAPACITY-EDIT IS NOT NUMERIC
078900         MOVE 0 TO RST-ENTRY-CAPACITY
078910     END-IF
078920     MOVE 0 TO RST-ENTRY-BIN-MIN-QTY
078930     IF RST-ENTRY-BIN-TYPE = "P"
078940         DISPLAY "Enter Pick-Face Minimum: " WITH NO ADVANCING
078950         ACCEPT RST-ENTRY-BIN-MIN-EDIT
078960         INSPECT RST-ENTRY-BIN-MIN-EDIT
078970             REPLACING LEADING SPACE BY "0"
078980         IF RST-ENTRY-BIN-MIN-EDIT IS NOT NUMERIC
078990             MOVE 0 TO RST-ENTRY-BIN-MIN-QTY
079000         END-IF
079010     END-IF
079020     MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-BIN-CODE
079030     MOVE RST-ENTRY-BIN-ZONE TO RST-FILE-BIN-ZONE
079040     MOVE RST-ENTRY-BIN-TYPE TO RST-FILE-BIN-TYPE
079050     MOVE RST-ENTRY-CAPACITY TO RST-FILE-BIN-CAPACITY
079060     MOVE RST-ENTRY-BIN-MIN-QTY TO RST-FILE-BIN-MIN-QTY
079070     PERFORM 8378-SETTLE-BIN-MINIMUM
079080     WRITE BIN-RECORD
079090     IF RST-BIN-STATUS NOT = "00"
079100         DISPLAY "Warning: could not write bin record,"
079110         DISPLAY "status " RST-BIN-STATUS
079120     ELSE
079130         DISPLAY "Bin location added successfully."
079140     END-IF.
079150
079160 8375-PROMPT-BIN-TYPE.
079170     DISPLAY "Enter Type - P=Pick Face, R=Reserve,"
079180     DISPLAY "Q=Quarantine, D=Dock: " WITH NO ADVANCING
079190     ACCEPT RST-ENTRY-BIN-TYPE
079200     PERFORM 8376-EDIT-BIN-TYPE.
079210
079220 8376-EDIT-BIN-TYPE.
079230     MOVE "Y" TO RST-VALID-SWITCH
079240     EVALUATE RST-ENTRY-BIN-TYPE
079250         WHEN "P"
079260         WHEN "R"
079270         WHEN "Q"
079280         WHEN "D"
079290             CONTINUE
079300         WHEN "p"
079310             MOVE "P" TO RST-ENTRY-BIN-TYPE
079320         WHEN "r"
079330             MOVE "R" TO RST-ENTRY-BIN-TYPE
079340         WHEN "q"
079350             MOVE "Q" TO RST-ENTRY-BIN-TYPE
079360         WHEN "d"
079370             MOVE "D" TO RST-ENTRY-BIN-TYPE
079380         WHEN OTHER
079390             DISPLAY "Bin type must be P, R, Q or D."
079400             MOVE "N" TO RST-VALID-SWITCH
079410     END-EVALUATE.
079420
079430 8378-SETTLE-BIN-MINIMUM.
079440     IF RST-FILE-BIN-TYPE NOT = "P"
079450         MOVE 0 TO RST-FILE-BIN-MIN-QTY
079460     END-IF
079470     IF RST-FILE-BIN-CAPACITY > 0
079480             AND RST-FILE-BIN-MIN-QTY > RST-FILE-BIN-CAPACITY
079490         DISPLAY "Minimum cannot exceed capacity - set"
079500         DISPLAY "to the capacity."
079510         MOVE RST-FILE-BIN-CAPACITY TO RST-FILE-BIN-MIN-QTY
079520     END-IF.
079530
079540*--------------------------------------------------------------*
079550* PICK-FACE REPLENISHMENT LIST - EVERY PICK-FACE BIN A PRODUCT *
079560* SITS IN BELOW THE BIN'S MINIMUM GETS TOPPED UP TO CAPACITY   *
079570* (OR BACK TO THE MINIMUM WHERE NO CAPACITY IS SET), PULLING   *
079580* FROM THE PRODUCT'S RESERVE BINS IN BIN ORDER. A HOME         *
079590* LOCATION THAT IS A PICK FACE BUT HAS NO LOCATION ROW YET IS  *
079600* TREATED AS AN EMPTY FACE. PRINTED AFTER THE NIGHT'S POSTINGS *
079610* SO THE MORNING CREW CAN FILL FACES BEFORE PICKING STARTS.    *
079620* A RESERVE ROW ALREADY SENT TO ONE FACE OFFERS A LATER FACE   *
079630* ONLY WHAT IS LEFT OF IT.                                     *
079640*--------------------------------------------------------------*
079650 8380-REPLENISHMENT-LIST.
079660     MOVE 0 TO RST-REPL-LINES
079670     MOVE ZEROS TO RST-REPL-PLANNED-TABLE
079680     MOVE RST-RUN-BUSINESS-DATE TO RST-RPH-DATE
079690     MOVE RST-REPL-HEADING TO RST-PRINT-LINE
079700     PERFORM 9950-WRITE-REPORT-LINE
079710     MOVE RST-REPL-COLUMN-HEADING TO RST-PRINT-LINE
079720     PERFORM 9950-WRITE-REPORT-LINE
079730     PERFORM VARYING RST-SUBSCRIPT FROM 1 BY 1
079740         UNTIL RST-SUBSCRIPT > RST-PRODUCT-COUNT
079750         PERFORM 8382-CHECK-PRODUCT-FACES
079760     END-PERFORM
079770     IF RST-REPL-LINES = 0
079780         MOVE "No pick faces need replenishing."
079790             TO RST-PRINT-LINE
079800         PERFORM 9950-WRITE-REPORT-LINE
079810     END-IF.
079820
079830 8382-CHECK-PRODUCT-FACES.
079840     MOVE RST-PRODUCT-ID (RST-SUBSCRIPT) TO RST-ENTRY-PRODUCT-ID
079850     MOVE "N" TO RST-REPL-HOME-SWITCH
079860     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
079870     IF RST-RECORD-FOUND
079880         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
079890                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
079900                     NOT = RST-ENTRY-PRODUCT-ID
079910             PERFORM 8384-CHECK-ONE-FACE-ROW
079920             PERFORM 9874-STEP-NEXT-LOCATION
079930         END-PERFORM
079940     END-IF
079950     IF RST-REPL-HOME-NOT-SEEN
079960             AND RST-HOME-LOCATION (RST-SUBSCRIPT) NOT = SPACES
079970         MOVE RST-HOME-LOCATION (RST-SUBSCRIPT)
079980             TO RST-ENTRY-LOCATION-CODE
079990         PERFORM 9840-CHECK-BIN-MASTER
080000         IF RST-BIN-ON-FILE AND RST-FILE-BIN-TYPE = "P"
080010             MOVE 0 TO RST-REPL-FACE-QTY
080020             PERFORM 8386-PLAN-ONE-REPLENISHMENT
080030         END-IF
080040     END-IF.
080050
080060*    THE PLAN WALKS THE PRODUCT'S ROWS AGAIN LOOKING FOR RESERVE
080070*    STOCK, SO THE FACE ROW'S POSITION IS PARKED AND RESTORED
080080*    AROUND IT.
080090 8384-CHECK-ONE-FACE-ROW.
080100     IF RST-LOC-CODE (RST-LOCATION-IDX)
080110             = RST-HOME-LOCATION (RST-SUBSCRIPT)
080120         MOVE "Y" TO RST-REPL-HOME-SWITCH
080130     END-IF
080140     MOVE RST-LOC-CODE (RST-LOCATION-IDX)
080150         TO RST-ENTRY-LOCATION-CODE
080160     PERFORM 9840-CHECK-BIN-MASTER
080170     IF RST-BIN-ON-FILE AND RST-FILE-BIN-TYPE = "P"
080180         MOVE RST-LOC-QTY (RST-LOCATION-IDX) TO RST-REPL-FACE-QTY
080190         SET RST-REPL-FACE-SUB TO RST-LOCATION-IDX
080200         PERFORM 8386-PLAN-ONE-REPLENISHMENT
080210         SET RST-LOCATION-IDX TO RST-REPL-FACE-SUB
080220     END-IF.
080230
080240 8386-PLAN-ONE-REPLENISHMENT.
080250     IF RST-REPL-FACE-QTY < RST-FILE-BIN-MIN-QTY
080260         MOVE RST-ENTRY-LOCATION-CODE TO RST-REPL-FACE-CODE
080270         MOVE RST-FILE-BIN-MIN-QTY TO RST-REPL-FACE-MIN
080280         IF RST-FILE-BIN-CAPACITY > RST-FILE-BIN-MIN-QTY
080290             COMPUTE RST-REPL-NEED =
080300                 RST-FILE-BIN-CAPACITY - RST-REPL-FACE-QTY
080310         ELSE
080320             COMPUTE RST-REPL-NEED =
080330                 RST-FILE-BIN-MIN-QTY - RST-REPL-FACE-QTY
080340         END-IF
080350         MOVE 0 TO RST-REPL-SOURCES
080360         PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
080370         IF RST-RECORD-FOUND
080380             PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
080390                     OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
080400                         NOT = RST-ENTRY-PRODUCT-ID
080410                     OR RST-REPL-NEED = 0
080420                 PERFORM 8388-TAKE-FROM-ONE-RESERVE
080430                 PERFORM 9874-STEP-NEXT-LOCATION
080440             END-PERFORM
080450         END-IF
080460         IF RST-REPL-NEED > 0
080470             MOVE "NONE" TO RST-RPD-FROM-BIN
080480             MOVE RST-REPL-NEED TO RST-RPD-MOVE-QTY
080490             IF RST-REPL-SOURCES = 0
080500                 MOVE "NO RESERVE STOCK" TO RST-RPD-NOTE
080510             ELSE
080520                 MOVE "RESERVE STOCK SHORT" TO RST-RPD-NOTE
080530             END-IF
080540             PERFORM 8389-PRINT-REPLENISHMENT-LINE
080550         END-IF
080560     END-IF.
080570
080580 8388-TAKE-FROM-ONE-RESERVE.
080590     SET RST-REPL-RESV-SUB TO RST-LOCATION-IDX
080600     IF RST-LOC-QTY (RST-LOCATION-IDX)
080610             > RST-REPL-PLANNED-QTY (RST-REPL-RESV-SUB)
080620         MOVE RST-LOC-CODE (RST-LOCATION-IDX)
080630             TO RST-ENTRY-LOCATION-CODE
080640         PERFORM 9840-CHECK-BIN-MASTER
080650         IF RST-BIN-ON-FILE AND RST-FILE-BIN-TYPE = "R"
080660             COMPUTE RST-REPL-RESV-LEFT =
080670                 RST-LOC-QTY (RST-LOCATION-IDX)
080680                 - RST-REPL-PLANNED-QTY (RST-REPL-RESV-SUB)
080690             IF RST-REPL-RESV-LEFT < RST-REPL-NEED
080700                 MOVE RST-REPL-RESV-LEFT TO RST-REPL-TAKE-QTY
080710             ELSE
080720                 MOVE RST-REPL-NEED TO RST-REPL-TAKE-QTY
080730             END-IF
080740             SUBTRACT RST-REPL-TAKE-QTY FROM RST-REPL-NEED
080750             ADD RST-REPL-TAKE-QTY
080760                 TO RST-REPL-PLANNED-QTY (RST-REPL-RESV-SUB)
080770             ADD 1 TO RST-REPL-SOURCES
080780             MOVE RST-LOC-CODE (RST-LOCATION-IDX)
080790                 TO RST-RPD-FROM-BIN
080800             MOVE RST-REPL-TAKE-QTY TO RST-RPD-MOVE-QTY
080810             MOVE SPACES TO RST-RPD-NOTE
080820             PERFORM 8389-PRINT-REPLENISHMENT-LINE
080830         END-IF
080840     END-IF.
080850
080860 8389-PRINT-REPLENISHMENT-LINE.
080870     MOVE RST-ENTRY-PRODUCT-ID TO RST-RPD-PRODUCT-ID
080880     MOVE RST-REPL-FACE-CODE TO RST-RPD-FACE-BIN
080890     MOVE RST-REPL-FACE-QTY TO RST-RPD-FACE-QTY
080900     MOVE RST-REPL-FACE-MIN TO RST-RPD-MINIMUM
080910     MOVE RST-REPL-DETAIL TO RST-PRINT-LINE
080920     PERFORM 9950-WRITE-REPORT-LINE
080930     ADD 1 TO RST-REPL-LINES.
080940
080950*--------------------------------------------------------------*
080960* SUPPLIER MAINTENANCE - ADDS A NEW SUPPLIER OR UPDATES AN      *
080970* EXISTING ONE IN PLACE. A BLANK RESPONSE KEEPS THE CURRENT     *
080980* VALUE, AS UPDATE PRODUCT DOES.                                *
080990*--------------------------------------------------------------*
081000 8400-SUPPLIER-MAINTENANCE.
081010     DISPLAY "Enter Supplier Code: " WITH NO ADVANCING
081020     ACCEPT RST-ENTRY-SUPPLIER-CODE
081030     IF RST-ENTRY-SUPPLIER-CODE = SPACES
081040         DISPLAY "Supplier Code cannot be blank."
081050     ELSE
081060         MOVE RST-ENTRY-SUPPLIER-CODE
081070             TO RST-FILE-SUPPLIER-CODE
081080         READ SUPPLIER-FILE
081090         IF RST-SUPPLIER-STATUS = "00"
081100             PERFORM 8410-UPDATE-SUPPLIER
081110         ELSE
081120             PERFORM 8420-ADD-SUPPLIER
081130         END-IF
081140     END-IF.
081150
081160 8410-UPDATE-SUPPLIER.
081170     DISPLAY "Current Name: " RST-FILE-SUPPLIER-NAME
081180     DISPLAY "Enter New Supplier Name (blank=keep): "
081190         WITH NO ADVANCING
081200     ACCEPT RST-ENTRY-SUPPLIER-NAME
081210     IF RST-ENTRY-SUPPLIER-NAME NOT = SPACES
081220         MOVE RST-ENTRY-SUPPLIER-NAME
081230             TO RST-FILE-SUPPLIER-NAME
081240     END-IF
081250     DISPLAY "Current Lead Time (days): " RST-FILE-LEAD-TIME
081260     DISPLAY "Enter New Lead Time (blank=keep): "
081270         WITH NO ADVANCING
081280     ACCEPT RST-ENTRY-LEAD-TIME-EDIT
081290     IF RST-ENTRY-LEAD-TIME-EDIT NOT = SPACES
081300         INSPECT RST-ENTRY-LEAD-TIME-EDIT
081310             REPLACING LEADING SPACE BY "0"
081320         IF RST-ENTRY-LEAD-TIME-EDIT IS NUMERIC
081330             MOVE RST-ENTRY-LEAD-TIME TO RST-FILE-LEAD-TIME
081340         END-IF
081350     END-IF
081360     REWRITE SUPPLIER-RECORD
081370     IF RST-SUPPLIER-STATUS NOT = "00"
081380         DISPLAY "Warning: could not rewrite supplier"
081390         DISPLAY "record, status " RST-SUPPLIER-STATUS
081400     ELSE
081410         DISPLAY "Supplier updated successfully."
081420     END-IF.
081430
081440 8420-ADD-SUPPLIER.
081450     DISPLAY "New supplier."
081460     DISPLAY "Enter Supplier Name: " WITH NO ADVANCING
081470     ACCEPT RST-ENTRY-SUPPLIER-NAME
081480     DISPLAY "Enter Lead Time in days: " WITH NO ADVANCING
081490     ACCEPT RST-ENTRY-LEAD-TIME-EDIT
081500     INSPECT RST-ENTRY-LEAD-TIME-EDIT
081510         REPLACING LEADING SPACE BY "0"
081520     IF RST-ENTRY-LEAD-TIME-EDIT IS NOT NUMERIC
081530         MOVE 0 TO RST-ENTRY-LEAD-TIME
081540     END-IF
081550     MOVE RST-ENTRY-SUPPLIER-CODE TO RST-FILE-SUPPLIER-CODE
081560     MOVE RST-ENTRY-SUPPLIER-NAME TO RST-FILE-SUPPLIER-NAME
081570     MOVE RST-ENTRY-LEAD-TIME TO RST-FILE-LEAD-TIME
081580     WRITE SUPPLIER-RECORD
081590     IF RST-SUPPLIER-STATUS NOT = "00"
081600         DISPLAY "Warning: could not write supplier record,"
081610         DISPLAY "status " RST-SUPPLIER-STATUS
081620     ELSE
081630         DISPLAY "Supplier added successfully."
081640     END-IF.
081650
081660*--------------------------------------------------------------*
081670* OPERATOR MAINTENANCE - SUPERVISOR-ONLY (GUARDED AT THE MENU   *
081680* DISPATCH). ADDS A NEW OPERATOR OR UPDATES AN EXISTING ONE IN  *
081690* PLACE, BLANK KEEPING THE CURRENT VALUE AS SUPPLIER AND        *
081700* PRODUCT UPDATES DO. OPERATORS ARE DEACTIVATED, NEVER          *
081710* DELETED, SO OLD AUDIT ROWS ALWAYS TRACE TO A KNOWN PERSON.    *
081720*--------------------------------------------------------------*
081730 8450-OPERATOR-MAINTENANCE.
081740     DISPLAY "Enter Operator ID: " WITH NO ADVANCING
081750     ACCEPT RST-ENTRY-OPR-ID
081760     IF RST-ENTRY-OPR-ID = SPACES
081770         DISPLAY "Operator ID cannot be blank."
081780     ELSE
081790         MOVE RST-ENTRY-OPR-ID TO RST-FILE-OPR-ID
081800         READ OPERATOR-FILE
081810         IF RST-OPERATOR-STATUS = "00"
081820             PERFORM 8460-UPDATE-OPERATOR
081830         ELSE
081840             PERFORM 8470-ADD-OPERATOR
081850         END-IF
081860     END-IF.
081870
081880 8460-UPDATE-OPERATOR.
081890     DISPLAY "Current Name: " RST-FILE-OPR-NAME
081900     DISPLAY "Enter New Name (blank=keep): "
081910         WITH NO ADVANCING
081920     ACCEPT RST-ENTRY-OPR-NAME
081930     IF RST-ENTRY-OPR-NAME NOT = SPACES
081940         MOVE RST-ENTRY-OPR-NAME TO RST-FILE-OPR-NAME
081950     END-IF
081960     DISPLAY "Enter New Password (blank=keep): "
081970         WITH NO ADVANCING
081980     ACCEPT RST-ENTRY-PASSWORD
081990     IF RST-ENTRY-PASSWORD NOT = SPACES
082000         MOVE RST-ENTRY-PASSWORD TO RST-FILE-OPR-PASSWORD
082010     END-IF
082020     DISPLAY "Current Level: " RST-FILE-OPR-LEVEL
082030     PERFORM 8475-PROMPT-OPERATOR-LEVEL
082040     IF RST-ENTRY-OPR-LEVEL NOT = SPACES
082050         MOVE RST-ENTRY-OPR-LEVEL TO RST-FILE-OPR-LEVEL
082060     END-IF
082070     DISPLAY "Active (Y/N, blank=keep): " WITH NO ADVANCING
082080     ACCEPT RST-ENTRY-YES-NO
082090     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
082100         MOVE "Y" TO RST-FILE-OPR-ACTIVE
082110     END-IF
082120     IF RST-ENTRY-YES-NO = "N" OR RST-ENTRY-YES-NO = "n"
082130         MOVE "N" TO RST-FILE-OPR-ACTIVE
082140     END-IF
082150     REWRITE OPERATOR-RECORD
082160     IF RST-OPERATOR-STATUS NOT = "00"
082170         DISPLAY "Warning: could not rewrite operator"
082180         DISPLAY "record, status " RST-OPERATOR-STATUS
082190     ELSE
082200         DISPLAY "Operator updated successfully."
082210     END-IF.
082220
082230 8470-ADD-OPERATOR.
082240     DISPLAY "New operator."
082250     DISPLAY "Enter Name: " WITH NO ADVANCING
082260     ACCEPT RST-ENTRY-OPR-NAME
082270     MOVE "N" TO RST-VALID-SWITCH
082280     PERFORM UNTIL RST-ENTRY-IS-VALID
082290         DISPLAY "Enter Password: " WITH NO ADVANCING
082300         ACCEPT RST-ENTRY-PASSWORD
082310         IF RST-ENTRY-PASSWORD = SPACES
082320             DISPLAY "Password cannot be blank - please"
082330             DISPLAY "re-enter."
082340         ELSE
082350             MOVE "Y" TO RST-VALID-SWITCH
082360         END-IF
082370     END-PERFORM
082380     PERFORM 8475-PROMPT-OPERATOR-LEVEL
082390     MOVE RST-ENTRY-OPR-ID TO RST-FILE-OPR-ID
082400     MOVE RST-ENTRY-OPR-NAME TO RST-FILE-OPR-NAME
082410     MOVE RST-ENTRY-PASSWORD TO RST-FILE-OPR-PASSWORD
082420     IF RST-ENTRY-OPR-LEVEL = SPACES
082430         MOVE 1 TO RST-FILE-OPR-LEVEL
082440     ELSE
082450         MOVE RST-ENTRY-OPR-LEVEL TO RST-FILE-OPR-LEVEL
082460     END-IF
082470     MOVE "Y" TO RST-FILE-OPR-ACTIVE
082480     WRITE OPERATOR-RECORD
082490     IF RST-OPERATOR-STATUS NOT = "00"
082500         DISPLAY "Warning: could not write operator record,"
082510         DISPLAY "status " RST-OPERATOR-STATUS
082520     ELSE
082530         DISPLAY "Operator added successfully."
082540     END-IF.
082550
082560*--------------------------------------------------------------*
082570* 1 = COUNTER STAFF (RECEIVE, ISSUE, ENQUIRIES AND REPORTS),    *
082580* 3 = SUPERVISOR. A BLANK ANSWER MEANS KEEP (UPDATE) OR LEVEL   *
082590* 1 (ADD); ANYTHING ELSE UNRECOGNISED IS REFUSED AND            *
082600* RE-PROMPTED.                                                  *
082610*--------------------------------------------------------------*
082620 8475-PROMPT-OPERATOR-LEVEL.
082630     MOVE "N" TO RST-VALID-SWITCH
082640     PERFORM UNTIL RST-ENTRY-IS-VALID
082650         DISPLAY "Enter Level (1=counter, 3=supervisor,"
082660             WITH NO ADVANCING
082670         DISPLAY " blank=default): " WITH NO ADVANCING
082680         ACCEPT RST-ENTRY-OPR-LEVEL
082690         IF RST-ENTRY-OPR-LEVEL = SPACES
082700                 OR RST-ENTRY-OPR-LEVEL = "1"
082710                 OR RST-ENTRY-OPR-LEVEL = "2"
082720                 OR RST-ENTRY-OPR-LEVEL = "3"
082730             MOVE "Y" TO RST-VALID-SWITCH
082740         ELSE
082750             DISPLAY "Level must be 1, 2 or 3."
082760         END-IF
082770     END-PERFORM.
082780
082790*--------------------------------------------------------------*
082800* KIT ASSEMBLY - KITS ARE ORDINARY PRODUCTS WITH A COMPONENT    *
082810* LIST ON THE KIT FILE (KEYED PARENT/COMPONENT, EACHES PER      *
082820* KIT). A BUILD CHECKS EVERY COMPONENT FIRST, THEN ISSUES       *
082830* THEM ALL THROUGH THE NORMAL MASTER/LOCATION/FIFO PATHS AND    *
082840* RECEIVES THE KIT AT THE ROLLED-UP COMPONENT COST, SO ONE      *
082850* BUILD IS ONE SET OF KIT-ISSUE ROWS PLUS ONE KIT-BUILD ROW     *
082860* IN THE AUDIT TRAIL INSTEAD OF A HAND-KEYED SEQUENCE.          *
082870*--------------------------------------------------------------*
082880 8850-KIT-ASSEMBLY.
082890     MOVE SPACES TO RST-ENTRY-SUB-OPTION
082900     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
082910             OR RST-ENTRY-SUB-OPTION = "x"
082920         PERFORM 8852-PROCESS-KIT-OPTION
082930     END-PERFORM.
082940
082950 8852-PROCESS-KIT-OPTION.
082960     DISPLAY " "
082970     DISPLAY "Kit Assembly - C=Component List, B=Build"
082980     DISPLAY "Kit, R=Can-Build Report, X=Return: "
082990         WITH NO ADVANCING
083000     ACCEPT RST-ENTRY-SUB-OPTION
083010     EVALUATE RST-ENTRY-SUB-OPTION
083020         WHEN "C"
083030         WHEN "c"
083040             PERFORM 8855-KIT-COMPONENT-MAINT
083050         WHEN "B"
083060         WHEN "b"
083070             PERFORM 8865-BUILD-KIT
083080         WHEN "R"
083090         WHEN "r"
083100             PERFORM 8880-CAN-BUILD-REPORT
083110         WHEN "X"
083120         WHEN "x"
083130             CONTINUE
083140         WHEN OTHER
083150             DISPLAY "Invalid option."
083160     END-EVALUATE.
083170
083180 8855-KIT-COMPONENT-MAINT.
083190     DISPLAY "Enter Kit (parent) Product ID: "
083200         WITH NO ADVANCING
083210     ACCEPT RST-ENTRY-PRODUCT-ID
083220     PERFORM 9800-FIND-PRODUCT
083230     IF RST-RECORD-NOT-FOUND
083240         DISPLAY "Product ID not found."
083250     ELSE
083260         MOVE RST-ENTRY-PRODUCT-ID TO RST-KIT-PARENT-ID
083270         DISPLAY "Enter components - a blank Component ID"
083280         DISPLAY "finishes. Quantity 0 removes a component."
083290         MOVE "X" TO RST-ENTRY-PRODUCT-ID
083300         PERFORM UNTIL RST-ENTRY-PRODUCT-ID = SPACES
083310             PERFORM 8857-ENTER-ONE-COMPONENT
083320         END-PERFORM
083330     END-IF.
083340
083350 8857-ENTER-ONE-COMPONENT.
083360     DISPLAY "Enter Component Product ID (blank=done): "
083370         WITH NO ADVANCING
083380     ACCEPT RST-ENTRY-PRODUCT-ID
083390     IF RST-ENTRY-PRODUCT-ID NOT = SPACES
083400         IF RST-ENTRY-PRODUCT-ID = RST-KIT-PARENT-ID
083410             DISPLAY "A kit cannot contain itself."
083420         ELSE
083430             PERFORM 9800-FIND-PRODUCT
083440             IF RST-RECORD-NOT-FOUND
083450                 DISPLAY "Component not on the master file."
083460             ELSE
083470                 PERFORM 8858-FILE-COMPONENT-ROW
083480             END-IF
083490         END-IF
083500     END-IF.
083510
083520 8858-FILE-COMPONENT-ROW.
083530     DISPLAY "Enter Quantity per Kit (0=remove): "
083540         WITH NO ADVANCING
083550     ACCEPT RST-ENTRY-QTYPER-EDIT
083560     INSPECT RST-ENTRY-QTYPER-EDIT
083570         REPLACING LEADING SPACE BY "0"
083580     IF RST-ENTRY-QTYPER-EDIT IS NOT NUMERIC
083590         DISPLAY "Quantity per kit must be numeric -"
083600         DISPLAY "component unchanged."
083610     ELSE
083620         MOVE RST-KIT-PARENT-ID TO RST-FILE-KIT-PARENT
083630         MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-KIT-COMPONENT
083640         IF RST-ENTRY-QTY-PER = 0
083650             DELETE KIT-FILE RECORD
083660             IF RST-KIT-STATUS = "00"
083670                 DISPLAY "Component removed."
083680             ELSE
083690                 DISPLAY "Component was not on the list."
083700             END-IF
083710         ELSE
083720             READ KIT-FILE
083730             IF RST-KIT-STATUS = "00"
083740                 MOVE RST-ENTRY-QTY-PER
083750                     TO RST-FILE-KIT-QTY-PER
083760                 REWRITE KIT-RECORD
083770             ELSE
083780                 MOVE RST-KIT-PARENT-ID
083790                     TO RST-FILE-KIT-PARENT
083800                 MOVE RST-ENTRY-PRODUCT-ID
083810                     TO RST-FILE-KIT-COMPONENT
083820                 MOVE RST-ENTRY-QTY-PER
083830                     TO RST-FILE-KIT-QTY-PER
083840                 WRITE KIT-RECORD
083850             END-IF
083860             IF RST-KIT-STATUS NOT = "00"
083870                 DISPLAY "Warning: could not file component"
083880                 DISPLAY "row, status " RST-KIT-STATUS
083890             ELSE
083900                 DISPLAY "Component filed."
083910             END-IF
083920         END-IF
083930     END-IF.
083940
083950 8865-BUILD-KIT.
083960     DISPLAY "Enter Kit Product ID to build: "
083970         WITH NO ADVANCING
083980     ACCEPT RST-ENTRY-PRODUCT-ID
083990     PERFORM 9800-FIND-PRODUCT
084000     IF RST-RECORD-NOT-FOUND
084010         DISPLAY "Product ID not found."
084020     ELSE
084030         MOVE RST-ENTRY-PRODUCT-ID TO RST-KIT-PARENT-ID
084040         MOVE RST-SUBSCRIPT TO RST-KIT-PARENT-SUB
084050         MOVE "N" TO RST-VALID-SWITCH
084060         PERFORM UNTIL RST-ENTRY-IS-VALID
084070             PERFORM 8866-PROMPT-BUILD-QTY
084080         END-PERFORM
084090         IF RST-PRODUCT-QTY (RST-KIT-PARENT-SUB)
084100                 + RST-KIT-BUILD-QTY > 99999
084110             DISPLAY "Build overflows the kit's stock field"
084120             DISPLAY "- refused."
084130         ELSE
084140             PERFORM 8867-CHECK-BUILD-FEASIBLE
084150             IF RST-KIT-COMP-COUNT = 0
084160                 DISPLAY "No components on file for that"
084170                 DISPLAY "kit - build refused."
084180             ELSE
084190                 IF RST-ENTRY-IS-INVALID
084200                     DISPLAY "Build refused - component"
084210                     DISPLAY "shortages listed above."
084220                 ELSE
084230*                    A LOT-TRACKED KIT ARRIVES LIKE ANY OTHER
084240*                    DATED RECEIPT - WITH A LOT NUMBER AND
084250*                    EXPIRY - OR NOT AT ALL: WITHOUT A LOT
084260*                    ROW EVERY FEFO ISSUE PATH WOULD REFUSE
084270*                    THE BUILT STOCK AS HAVING NOTHING
084280*                    UNEXPIRED TO PICK.
084290                     IF RST-LOT-TRACKED (RST-KIT-PARENT-SUB)
084300                             = "Y"
084310                         PERFORM 8047-PROMPT-LOT-DETAILS
084320                     END-IF
084330                     IF RST-ENTRY-IS-VALID
084340                         PERFORM 8870-EXECUTE-BUILD
084350                     ELSE
084360                         DISPLAY "Build refused."
084370                     END-IF
084380                 END-IF
084390             END-IF
084400         END-IF
084410     END-IF.
084420
084430 8866-PROMPT-BUILD-QTY.
084440     DISPLAY "Enter Number of Kits to Build: "
084450         WITH NO ADVANCING
084460     ACCEPT RST-ENTRY-BUILD-EDIT
084470     INSPECT RST-ENTRY-BUILD-EDIT
084480         REPLACING LEADING SPACE BY "0"
084490     IF RST-ENTRY-BUILD-EDIT IS NOT NUMERIC
084500             OR RST-ENTRY-BUILD-QTY = 0
084510         DISPLAY "Build quantity must be a positive"
084520         DISPLAY "number - please re-enter."
084530     ELSE
084540         MOVE RST-ENTRY-BUILD-QTY TO RST-KIT-BUILD-QTY
084550         MOVE "Y" TO RST-VALID-SWITCH
084560     END-IF.
084570
084580*--------------------------------------------------------------*
084590* FIRST PASS OVER THE COMPONENT LIST - NOTHING MOVES UNTIL      *
084600* EVERY COMPONENT IS KNOWN TO COVER THE WHOLE BUILD, SO A       *
084610* REFUSED BUILD LEAVES NO HALF-ISSUED KIT BEHIND.               *
084620* A COMPONENT COVERS THE BUILD ONLY FROM STOCK NOT RESERVED FOR *
084630* OPEN ORDERS, AS A COUNTER ISSUE DOES.                         *
084640*--------------------------------------------------------------*
084650 8867-CHECK-BUILD-FEASIBLE.
084660     MOVE "Y" TO RST-VALID-SWITCH
084670     MOVE 0 TO RST-KIT-COMP-COUNT
084680     PERFORM 8869-START-KIT-AT-PARENT
084690     IF RST-KIT-STATUS = "00"
084700         PERFORM 8868-READ-KIT-RECORD
084710         PERFORM UNTIL RST-KIT-STATUS NOT = "00"
084720                 OR RST-FILE-KIT-PARENT
084730                     NOT = RST-KIT-PARENT-ID
084740             PERFORM 8871-CHECK-ONE-COMPONENT
084750             PERFORM 8868-READ-KIT-RECORD
084760         END-PERFORM
084770     END-IF.
084780
084790 8868-READ-KIT-RECORD.
084800     READ KIT-FILE NEXT RECORD.
084810
084820 8869-START-KIT-AT-PARENT.
084830     MOVE RST-KIT-PARENT-ID TO RST-FILE-KIT-PARENT
084840     MOVE LOW-VALUES TO RST-FILE-KIT-COMPONENT
084850     START KIT-FILE KEY IS NOT LESS THAN
084860         RST-FILE-KIT-KEY.
084870
084880 8871-CHECK-ONE-COMPONENT.
084890     ADD 1 TO RST-KIT-COMP-COUNT
084900     MOVE RST-FILE-KIT-COMPONENT TO RST-ENTRY-PRODUCT-ID
084910     PERFORM 9800-FIND-PRODUCT
084920     IF RST-RECORD-NOT-FOUND
084930         DISPLAY "Component " RST-FILE-KIT-COMPONENT
084940             " is not on the master file."
084950         MOVE "N" TO RST-VALID-SWITCH
084960     ELSE
084970         COMPUTE RST-KIT-NEED =
084980             RST-FILE-KIT-QTY-PER * RST-KIT-BUILD-QTY
084990         SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
085000         PERFORM 9805-COMPUTE-AVAILABLE-QTY
085010         IF RST-KIT-NEED > RST-AVAIL-QTY
085020             IF RST-KIT-NEED > RST-PRODUCT-QTY (RST-SUBSCRIPT)
085030                 DISPLAY "Component " RST-FILE-KIT-COMPONENT
085040                     " short: need " RST-KIT-NEED
085050                     ", on hand "
085060                     RST-PRODUCT-QTY (RST-SUBSCRIPT)
085070             ELSE
085080                 DISPLAY "Component " RST-FILE-KIT-COMPONENT
085090                     " short: need " RST-KIT-NEED
085100                     ", available " RST-AVAIL-QTY
085110                 DISPLAY "    - " RST-RESERVED-QTY (RST-SUBSCRIPT)
085120                     " reserved for orders awaiting shipment."
085130             END-IF
085140             MOVE "N" TO RST-VALID-SWITCH
085150         END-IF
085160         IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
085170             PERFORM 9335-COUNT-UNEXPIRED-QTY
085180             IF RST-KIT-NEED + RST-RESERVED-QTY (RST-SUBSCRIPT)
085190                     > RST-LOT-AVAIL-QTY
085200                 DISPLAY "Component "
085210                     RST-FILE-KIT-COMPONENT
085220                     " has only " RST-LOT-AVAIL-QTY
085230                     " unexpired, "
085240                     RST-RESERVED-QTY (RST-SUBSCRIPT)
085250                     " of it reserved."
085260                 MOVE "N" TO RST-VALID-SWITCH
085270             END-IF
085280         END-IF
085290     END-IF.
085300
085310 8870-EXECUTE-BUILD.
085320     MOVE 0 TO RST-KIT-TOTAL-COST
085330     PERFORM 8869-START-KIT-AT-PARENT
085340     IF RST-KIT-STATUS = "00"
085350         PERFORM 8868-READ-KIT-RECORD
085360         PERFORM UNTIL RST-KIT-STATUS NOT = "00"
085370                 OR RST-FILE-KIT-PARENT
085380                     NOT = RST-KIT-PARENT-ID
085390             PERFORM 8873-ISSUE-ONE-COMPONENT
085400             PERFORM 8868-READ-KIT-RECORD
085410         END-PERFORM
085420     END-IF
085430     PERFORM 8875-RECEIVE-BUILT-KIT.
085440
085450 8873-ISSUE-ONE-COMPONENT.
085460     MOVE RST-FILE-KIT-COMPONENT TO RST-ENTRY-PRODUCT-ID
085470     PERFORM 9800-FIND-PRODUCT
085480     COMPUTE RST-KIT-NEED =
085490         RST-FILE-KIT-QTY-PER * RST-KIT-BUILD-QTY
085500     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
085510     SUBTRACT RST-KIT-NEED
085520         FROM RST-PRODUCT-QTY (RST-SUBSCRIPT)
085530     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
085540     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
085550     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
085560     MOVE RST-HOME-LOCATION (RST-SUBSCRIPT)
085570         TO RST-ENTRY-LOCATION-CODE
085580     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
085590         MOVE RST-KIT-NEED TO RST-ENTRY-ADJUST-QTY
085600         PERFORM 9860-ISSUE-AT-LOCATION
085610     END-IF
085620     MOVE RST-KIT-NEED TO RST-LAYER-QTY
085630     PERFORM 9320-RELIEVE-COST-LAYERS
085640     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
085650         MOVE RST-KIT-NEED TO RST-LOT-RELIEF-QTY
085660         PERFORM 9330-RELIEVE-LOTS-FEFO
085670     END-IF
085680     ADD RST-ACTION-VALUE TO RST-KIT-TOTAL-COST
085690     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
085700     MOVE "KIT-ISSUE" TO RST-ACTION-CODE
085710     MOVE RST-KIT-PARENT-ID TO RST-ACTION-DETAIL
085720     PERFORM 9500-WRITE-AUDIT-RECORD.
085730
085740*--------------------------------------------------------------*
085750* THE KIT ARRIVES AT THE COST THE BUILD ACTUALLY CONSUMED -     *
085760* TOTAL RELIEVED COMPONENT COST SPREAD OVER THE KITS BUILT -    *
085770* SO THE VALUATION AND MARGIN REPORTS PRICE ASSEMBLED STOCK     *
085780* THE SAME WAY THEY PRICE BOUGHT STOCK.                         *
085790*--------------------------------------------------------------*
085800 8875-RECEIVE-BUILT-KIT.
085810     MOVE RST-KIT-PARENT-ID TO RST-ENTRY-PRODUCT-ID
085820     MOVE RST-KIT-PARENT-SUB TO RST-SUBSCRIPT
085830     COMPUTE RST-KIT-UNIT-COST ROUNDED =
085840         RST-KIT-TOTAL-COST / RST-KIT-BUILD-QTY
085850     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
085860     ADD RST-KIT-BUILD-QTY
085870         TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
085880     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
085890     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
085900     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
085910     MOVE RST-HOME-LOCATION (RST-SUBSCRIPT)
085920         TO RST-ENTRY-LOCATION-CODE
085930     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
085940         MOVE RST-KIT-BUILD-QTY TO RST-ENTRY-ADJUST-QTY
085950         PERFORM 9850-RECEIVE-AT-LOCATION
085960     END-IF
085970     MOVE RST-KIT-BUILD-QTY TO RST-LAYER-QTY
085980     MOVE RST-KIT-UNIT-COST TO RST-LAYER-COST
085990     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
086000         MOVE RST-KIT-BUILD-QTY TO RST-ENTRY-ADJUST-QTY
086010         PERFORM 8048-FILE-LOT-RECEIPT
086020     END-IF
086030     PERFORM 9300-ADD-COST-LAYER
086040     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
086050     MOVE "KIT-BUILD" TO RST-ACTION-CODE
086060     MOVE "ASSEMBLY" TO RST-ACTION-DETAIL
086070     PERFORM 9500-WRITE-AUDIT-RECORD
086080     DISPLAY "Built " RST-KIT-BUILD-QTY " of "
086090         RST-KIT-PARENT-ID " at unit cost $"
086100         RST-KIT-UNIT-COST ".".
086110
086120*--------------------------------------------------------------*
086130* CAN-BUILD REPORT - THE KIT FILE IS KEYED PARENT/COMPONENT,    *
086140* SO ONE SEQUENTIAL PASS SEES EACH KIT'S COMPONENTS TOGETHER    *
086150* AND THE SMALLEST AVAILABLE / PER-KIT RATIO IS THE NUMBER OF   *
086160* KITS CURRENT COMPONENT STOCK SUPPORTS, AFTER WHAT OPEN ORDERS *
086170* HAVE RESERVED.                                                *
086180*--------------------------------------------------------------*
086190 8880-CAN-BUILD-REPORT.
086200     MOVE RST-CANB-HEADING TO RST-PRINT-LINE
086210     PERFORM 9950-WRITE-REPORT-LINE
086220     MOVE RST-CANB-COLUMN-HEADING TO RST-PRINT-LINE
086230     PERFORM 9950-WRITE-REPORT-LINE
086240     MOVE SPACES TO RST-KIT-PREV-PARENT
086250     MOVE 0 TO RST-KIT-CAN-BUILD
086260     MOVE 0 TO RST-KIT-REPORT-LINES
086270     MOVE LOW-VALUES TO RST-FILE-KIT-KEY
086280     START KIT-FILE KEY IS NOT LESS THAN RST-FILE-KIT-KEY
086290     IF RST-KIT-STATUS = "00"
086300         PERFORM 8868-READ-KIT-RECORD
086310         PERFORM UNTIL RST-KIT-STATUS NOT = "00"
086320             PERFORM 8882-CONSIDER-CAN-BUILD-ROW
086330             PERFORM 8868-READ-KIT-RECORD
086340         END-PERFORM
086350     END-IF
086360     PERFORM 8884-FLUSH-CAN-BUILD-LINE
086370     IF RST-KIT-REPORT-LINES = 0
086380         MOVE "No kits on file." TO RST-PRINT-LINE
086390         PERFORM 9950-WRITE-REPORT-LINE
086400     END-IF.
086410
086420 8882-CONSIDER-CAN-BUILD-ROW.
086430     IF RST-FILE-KIT-PARENT NOT = RST-KIT-PREV-PARENT
086440         PERFORM 8884-FLUSH-CAN-BUILD-LINE
086450         MOVE RST-FILE-KIT-PARENT TO RST-KIT-PREV-PARENT
086460         MOVE 9999999 TO RST-KIT-CAN-BUILD
086470     END-IF
086480     MOVE RST-FILE-KIT-COMPONENT TO RST-ENTRY-PRODUCT-ID
086490     PERFORM 9800-FIND-PRODUCT
086500     IF RST-RECORD-NOT-FOUND
086510             OR RST-FILE-KIT-QTY-PER = 0
086520         MOVE 0 TO RST-KIT-CAN-BUILD
086530     ELSE
086540*        THE REPORT MUST PROMISE ONLY WHAT THE BUILD'S OWN
086550*        FEASIBILITY CHECK WOULD ALLOW - STOCK NOT RESERVED FOR
086560*        OPEN ORDERS AND, FOR DATED GOODS, NOT EXPIRED EITHER.
086570         SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
086580         PERFORM 9805-COMPUTE-AVAILABLE-QTY
086590         MOVE RST-AVAIL-QTY TO RST-KIT-AVAIL-QTY
086600         IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
086610             PERFORM 9335-COUNT-UNEXPIRED-QTY
086620             IF RST-LOT-AVAIL-QTY < RST-KIT-AVAIL-QTY
086630                     + RST-RESERVED-QTY (RST-SUBSCRIPT)
086640                 IF RST-LOT-AVAIL-QTY
086650                         > RST-RESERVED-QTY (RST-SUBSCRIPT)
086660                     COMPUTE RST-KIT-AVAIL-QTY =
086670                         RST-LOT-AVAIL-QTY
086680                         - RST-RESERVED-QTY (RST-SUBSCRIPT)
086690                 ELSE
086700                     MOVE 0 TO RST-KIT-AVAIL-QTY
086710                 END-IF
086720             END-IF
086730         END-IF
086740         DIVIDE RST-KIT-AVAIL-QTY
086750             BY RST-FILE-KIT-QTY-PER
086760             GIVING RST-KIT-THIS-CAN
086770         IF RST-KIT-THIS-CAN < RST-KIT-CAN-BUILD
086780             MOVE RST-KIT-THIS-CAN TO RST-KIT-CAN-BUILD
086790         END-IF
086800     END-IF.
086810
086820 8884-FLUSH-CAN-BUILD-LINE.
086830     IF RST-KIT-PREV-PARENT NOT = SPACES
086840         MOVE RST-KIT-PREV-PARENT TO RST-CBD-PRODUCT-ID
086850         MOVE RST-KIT-PREV-PARENT TO RST-ENTRY-PRODUCT-ID
086860         PERFORM 9800-FIND-PRODUCT
086870         IF RST-RECORD-FOUND
086880             MOVE RST-PRODUCT-NAME (RST-SUBSCRIPT)
086890                 TO RST-CBD-PRODUCT-NAME
086900         ELSE
086910             MOVE "** KIT NOT ON MASTER FILE **"
086920                 TO RST-CBD-PRODUCT-NAME
086930             MOVE 0 TO RST-KIT-CAN-BUILD
086940         END-IF
086950         MOVE RST-KIT-CAN-BUILD TO RST-CBD-QTY
086960         MOVE RST-CANB-DETAIL TO RST-PRINT-LINE
086970         PERFORM 9950-WRITE-REPORT-LINE
086980         ADD 1 TO RST-KIT-REPORT-LINES
086990     END-IF.
087000
087010*--------------------------------------------------------------*
087020* SUGGESTED ORDER GENERATION - WALKS THE SAME PRODUCTS THE      *
087030* LOW-STOCK RULE FLAGS (ON HAND AT OR UNDER THE PRODUCT'S OWN   *
087040* REORDER LEVEL), NETS OFF WHAT IS ALREADY ON OPEN PO LINES,    *
087050* AND ORDERS ENOUGH TO BRING STOCK BACK ABOVE THE REORDER       *
087060* LEVEL, RAISED TO THE PRODUCT'S MINIMUM ORDER QUANTITY. THE    *
087070* LINES ARE GROUPED BY SUPPLIER, ONE PO PER SUPPLIER PER RUN,   *
087080* AND WRITTEN TO THE OPEN PO FILE FOR RECEIVING TO RELIEVE.     *
087090*--------------------------------------------------------------*
087100 8500-GENERATE-SUGGESTED-ORDERS.
087110     PERFORM 8510-LOAD-OPEN-PO-QUANTITIES
087120     PERFORM 8520-BUILD-SUGGESTIONS
087130     IF RST-SUGGEST-COUNT = 0
087140         MOVE "No products need ordering." TO RST-PRINT-LINE
087150         PERFORM 9950-WRITE-REPORT-LINE
087160     ELSE
087170         PERFORM 8540-WRITE-SUGGESTED-ORDERS
087180     END-IF.
087190
087200*--------------------------------------------------------------*
087210* ONE PASS OVER THE PO FILE COLLECTS THE OUTSTANDING QUANTITY   *
087220* PER PRODUCT FROM OPEN LINES AND THE HIGHEST PO NUMBER IN USE  *
087230* SO NEW ORDERS CONTINUE THE SEQUENCE.                          *
087240*--------------------------------------------------------------*
087250 8510-LOAD-OPEN-PO-QUANTITIES.
087260     MOVE 0 TO RST-ONORDER-COUNT
087270     MOVE 0 TO RST-NEXT-PO-NUMBER
087280     MOVE LOW-VALUES TO RST-FILE-PO-KEY
087290     START PO-FILE KEY IS NOT LESS THAN RST-FILE-PO-KEY
087300     IF RST-PO-STATUS = "00"
087310         PERFORM 8030-READ-PO-RECORD
087320         PERFORM UNTIL RST-PO-STATUS NOT = "00"
087330             PERFORM 8515-TALLY-ONE-PO-LINE
087340             PERFORM 8030-READ-PO-RECORD
087350         END-PERFORM
087360     END-IF
087370     ADD 1 TO RST-NEXT-PO-NUMBER.
087380
087390 8515-TALLY-ONE-PO-LINE.
087400     IF RST-FILE-PO-NUMBER > RST-NEXT-PO-NUMBER
087410         MOVE RST-FILE-PO-NUMBER TO RST-NEXT-PO-NUMBER
087420     END-IF
087430     IF RST-FILE-PO-STATUS = "O"
087440             AND RST-FILE-PO-ORDER-QTY > RST-FILE-PO-RECD-QTY
087450         PERFORM 8517-ADD-TO-ONORDER-TABLE
087460     END-IF.
087470
087480 8517-ADD-TO-ONORDER-TABLE.
087490     MOVE "N" TO RST-FOUND-SWITCH
087500     PERFORM VARYING RST-ONO-SUBSCRIPT FROM 1 BY 1
087510         UNTIL RST-ONO-SUBSCRIPT > RST-ONORDER-COUNT
087520             OR RST-RECORD-FOUND
087530         PERFORM 8518-CHECK-ONORDER-MATCH
087540     END-PERFORM
087550     IF RST-RECORD-FOUND
087560         SUBTRACT 1 FROM RST-ONO-SUBSCRIPT
087570         COMPUTE RST-ONO-QTY (RST-ONO-SUBSCRIPT) =
087580             RST-ONO-QTY (RST-ONO-SUBSCRIPT)
087590             + RST-FILE-PO-ORDER-QTY - RST-FILE-PO-RECD-QTY
087600     ELSE
087610         IF RST-ONORDER-COUNT >= 500
087620             DISPLAY "Warning: on-order table is full -"
087630             DISPLAY "product " RST-FILE-PO-PRODUCT-ID
087640             DISPLAY "may be suggested although already"
087650             DISPLAY "on order."
087660         ELSE
087670             ADD 1 TO RST-ONORDER-COUNT
087680             MOVE RST-FILE-PO-PRODUCT-ID
087690                 TO RST-ONO-PRODUCT-ID (RST-ONORDER-COUNT)
087700             COMPUTE RST-ONO-QTY (RST-ONORDER-COUNT) =
087710                 RST-FILE-PO-ORDER-QTY - RST-FILE-PO-RECD-QTY
087720         END-IF
087730     END-IF.
087740
087750 8518-CHECK-ONORDER-MATCH.
087760     IF RST-ONO-PRODUCT-ID (RST-ONO-SUBSCRIPT)
087770             = RST-FILE-PO-PRODUCT-ID
087780         MOVE "Y" TO RST-FOUND-SWITCH
087790     END-IF.
087800
087810 8520-BUILD-SUGGESTIONS.
087820     MOVE 0 TO RST-SUGGEST-COUNT
087830     PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
087840         UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
087850         PERFORM 8525-CONSIDER-ONE-PRODUCT
087860     END-PERFORM.
087870
087880 8525-CONSIDER-ONE-PRODUCT.
087890     IF RST-PRODUCT-QTY (RST-PRODUCT-IDX) <=
087900             RST-REORDER-LEVEL (RST-PRODUCT-IDX)
087910             AND RST-PRODUCT-STATUS (RST-PRODUCT-IDX) NOT = "D"
087920         PERFORM 8527-LOOK-UP-ONORDER-QTY
087930         COMPUTE RST-SUGGEST-NEED =
087940             RST-REORDER-LEVEL (RST-PRODUCT-IDX) + 1
087950             - RST-PRODUCT-QTY (RST-PRODUCT-IDX)
087960             - RST-PO-ONORDER-QTY
087970         IF RST-SUGGEST-NEED > 0
087980             IF RST-SUGGEST-NEED <
087990                     RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
088000                 MOVE RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
088010                     TO RST-SUGGEST-NEED
088020             END-IF
088030             PERFORM 8530-ADD-SUGGESTION
088040         END-IF
088050     END-IF.
088060
088070 8527-LOOK-UP-ONORDER-QTY.
088080     MOVE 0 TO RST-PO-ONORDER-QTY
088090     PERFORM VARYING RST-ONO-SUBSCRIPT FROM 1 BY 1
088100         UNTIL RST-ONO-SUBSCRIPT > RST-ONORDER-COUNT
088110         PERFORM 8528-PICK-UP-ONORDER-QTY
088120     END-PERFORM.
088130
088140 8528-PICK-UP-ONORDER-QTY.
088150     IF RST-ONO-PRODUCT-ID (RST-ONO-SUBSCRIPT)
088160             = RST-PRODUCT-ID (RST-PRODUCT-IDX)
088170         MOVE RST-ONO-QTY (RST-ONO-SUBSCRIPT)
088180             TO RST-PO-ONORDER-QTY
088190     END-IF.
088200
088210 8530-ADD-SUGGESTION.
088220     IF RST-SUGGEST-COUNT >= 500
088230         DISPLAY "Suggestion table is full - remaining"
088240         DISPLAY "products not considered."
088250     ELSE
088260         ADD 1 TO RST-SUGGEST-COUNT
088270         MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
088280             TO RST-SUG-PRODUCT-ID (RST-SUGGEST-COUNT)
088290         MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
088300             TO RST-SUG-PRODUCT-NAME (RST-SUGGEST-COUNT)
088310         MOVE RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
088320             TO RST-SUG-SUPPLIER (RST-SUGGEST-COUNT)
088330         IF RST-SUGGEST-NEED > 99999
088340             MOVE 99999 TO RST-SUG-QTY (RST-SUGGEST-COUNT)
088350         ELSE
088360             MOVE RST-SUGGEST-NEED
088370                 TO RST-SUG-QTY (RST-SUGGEST-COUNT)
088380         END-IF
088390         MOVE "N" TO RST-SUG-TAKEN (RST-SUGGEST-COUNT)
088400     END-IF.
088410
088420 8540-WRITE-SUGGESTED-ORDERS.
088430     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
088440     MOVE RST-ORDER-HEADING TO RST-PRINT-LINE
088450     PERFORM 9950-WRITE-REPORT-LINE
088460     PERFORM VARYING RST-SUG-SUBSCRIPT FROM 1 BY 1
088470         UNTIL RST-SUG-SUBSCRIPT > RST-SUGGEST-COUNT
088480         PERFORM 8545-OPEN-ORDER-FOR-SUPPLIER
088490     END-PERFORM.
088500
088510*--------------------------------------------------------------*
088520* EACH UNTAKEN SUGGESTION OPENS A PO FOR ITS SUPPLIER AND       *
088530* SWEEPS UP EVERY LATER SUGGESTION FOR THE SAME SUPPLIER INTO   *
088540* THE SAME PO. PRODUCTS WITH NO SUPPLIER CODE ARE REPORTED BUT  *
088550* CANNOT BE ORDERED.                                            *
088560*--------------------------------------------------------------*
088570 8545-OPEN-ORDER-FOR-SUPPLIER.
088580     IF RST-SUG-TAKEN (RST-SUG-SUBSCRIPT) = "N"
088590         IF RST-SUG-SUPPLIER (RST-SUG-SUBSCRIPT) = SPACES
088600             MOVE RST-SUG-PRODUCT-ID (RST-SUG-SUBSCRIPT)
088610                 TO RST-ODL-PRODUCT-ID
088620             MOVE RST-SUG-PRODUCT-NAME (RST-SUG-SUBSCRIPT)
088630                 TO RST-ODL-PRODUCT-NAME
088640             MOVE RST-SUG-QTY (RST-SUG-SUBSCRIPT)
088650                 TO RST-ODL-QTY
088660             MOVE RST-ORDER-DETAIL TO RST-PRINT-LINE
088670             PERFORM 9950-WRITE-REPORT-LINE
088680             MOVE "  ** NO SUPPLIER ON PRODUCT - NOT ORDERED"
088690                 TO RST-PRINT-LINE
088700             PERFORM 9950-WRITE-REPORT-LINE
088710             MOVE "Y" TO RST-SUG-TAKEN (RST-SUG-SUBSCRIPT)
088720         ELSE
088730             PERFORM 8550-WRITE-ONE-SUPPLIER-ORDER
088740         END-IF
088750     END-IF.
088760
088770 8550-WRITE-ONE-SUPPLIER-ORDER.
088780     MOVE RST-SUG-SUPPLIER (RST-SUG-SUBSCRIPT)
088790         TO RST-FILE-SUPPLIER-CODE
088800     READ SUPPLIER-FILE
088810     IF RST-SUPPLIER-STATUS = "00"
088820         MOVE RST-FILE-SUPPLIER-NAME TO RST-OPL-SUPPLIER-NAME
088830     ELSE
088840         MOVE "** SUPPLIER NOT ON FILE **"
088850             TO RST-OPL-SUPPLIER-NAME
088860     END-IF
088870     MOVE RST-NEXT-PO-NUMBER TO RST-OPL-PO-NUMBER
088880     MOVE RST-SUG-SUPPLIER (RST-SUG-SUBSCRIPT)
088890         TO RST-OPL-SUPPLIER
088900     MOVE RST-ORDER-PO-LINE TO RST-PRINT-LINE
088910     PERFORM 9950-WRITE-REPORT-LINE
088920     MOVE 0 TO RST-PO-LINE-NO
088930     PERFORM VARYING RST-SUG-SCAN FROM RST-SUG-SUBSCRIPT BY 1
088940         UNTIL RST-SUG-SCAN > RST-SUGGEST-COUNT
088950         PERFORM 8555-SWEEP-SUPPLIER-LINE
088960     END-PERFORM
088970     ADD 1 TO RST-NEXT-PO-NUMBER.
088980
088990 8555-SWEEP-SUPPLIER-LINE.
089000     IF RST-SUG-TAKEN (RST-SUG-SCAN) = "N"
089010             AND RST-SUG-SUPPLIER (RST-SUG-SCAN)
089020                 = RST-SUG-SUPPLIER (RST-SUG-SUBSCRIPT)
089030         ADD 1 TO RST-PO-LINE-NO
089040         PERFORM 8560-WRITE-PO-LINE
089050         MOVE RST-SUG-PRODUCT-ID (RST-SUG-SCAN)
089060             TO RST-ODL-PRODUCT-ID
089070         MOVE RST-SUG-PRODUCT-NAME (RST-SUG-SCAN)
089080             TO RST-ODL-PRODUCT-NAME
089090         MOVE RST-SUG-QTY (RST-SUG-SCAN) TO RST-ODL-QTY
089100         MOVE RST-ORDER-DETAIL TO RST-PRINT-LINE
089110         PERFORM 9950-WRITE-REPORT-LINE
089120         MOVE "Y" TO RST-SUG-TAKEN (RST-SUG-SCAN)
089130     END-IF.
089140
089150 8560-WRITE-PO-LINE.
089160     MOVE RST-NEXT-PO-NUMBER TO RST-FILE-PO-NUMBER
089170     MOVE RST-PO-LINE-NO TO RST-FILE-PO-LINE
089180     MOVE RST-SUG-SUPPLIER (RST-SUG-SCAN)
089190         TO RST-FILE-PO-SUPPLIER
089200     MOVE RST-SUG-PRODUCT-ID (RST-SUG-SCAN)
089210         TO RST-FILE-PO-PRODUCT-ID
089220     MOVE RST-SUG-QTY (RST-SUG-SCAN) TO RST-FILE-PO-ORDER-QTY
089230     MOVE 0 TO RST-FILE-PO-RECD-QTY
089240     MOVE 0 TO RST-FILE-PO-RECD-DATE
089250     MOVE 0 TO RST-FILE-PO-RECD-VALUE
089260     MOVE 0 TO RST-FILE-PO-INVD-QTY
089270     MOVE "O" TO RST-FILE-PO-STATUS
089280     MOVE RST-SYSTEM-DATE TO RST-FILE-PO-DATE
089290     WRITE PO-RECORD
089300     IF RST-PO-STATUS NOT = "00"
089310         DISPLAY "Warning: could not write PO line,"
089320         DISPLAY "status " RST-PO-STATUS
089330     END-IF.
089340
089350*--------------------------------------------------------------*
089360* PENDING BACKORDERS REPORT - OPEN BACKORDERS ORDERED BY AGE,   *
089370* OLDEST FIRST, WITH THE AGE IN DAYS, SO SUPPLIERS CAN BE       *
089380* CHASED FOR THE ITEMS CUSTOMERS ARE ACTUALLY WAITING ON.       *
089390*--------------------------------------------------------------*
089400 8600-PENDING-BACKORDERS-REPORT.
089410     MOVE 0 TO RST-BOREP-COUNT
089420     PERFORM 8610-LOAD-OPEN-BACKORDERS
089430     MOVE RST-BOREP-HEADING TO RST-PRINT-LINE
089440     PERFORM 9950-WRITE-REPORT-LINE
089450     MOVE RST-BOREP-COLUMN-HEADING TO RST-PRINT-LINE
089460     PERFORM 9950-WRITE-REPORT-LINE
089470     IF RST-BOREP-COUNT = 0
089480         MOVE "No pending backorders." TO RST-PRINT-LINE
089490         PERFORM 9950-WRITE-REPORT-LINE
089500     ELSE
089510         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
089520         MOVE RST-SYSTEM-DATE TO RST-DATE-WORK
089530         PERFORM 9470-DATE-TO-DAY-NUMBER
089540         MOVE RST-DAY-NUMBER TO RST-DAY-NUMBER-TODAY
089550         PERFORM VARYING RST-BOREP-SUBSCRIPT FROM 1 BY 1
089560             UNTIL RST-BOREP-SUBSCRIPT > RST-BOREP-COUNT
089570             PERFORM 8640-PRINT-BACKORDER-LINE
089580         END-PERFORM
089590     END-IF.
089600
089610 8610-LOAD-OPEN-BACKORDERS.
089620     MOVE LOW-VALUES TO RST-FILE-BO-KEY
089630     START BACKORDER-FILE KEY IS NOT LESS THAN
089640         RST-FILE-BO-KEY
089650     IF RST-BACKORDER-STATUS = "00"
089660         PERFORM 8062-READ-BACKORDER
089670         PERFORM UNTIL RST-BACKORDER-STATUS NOT = "00"
089680             PERFORM 8615-CONSIDER-REPORT-ROW
089690             PERFORM 8062-READ-BACKORDER
089700         END-PERFORM
089710     END-IF.
089720
089730 8615-CONSIDER-REPORT-ROW.
089740     IF RST-FILE-BO-STATE = "O"
089750         IF RST-BOREP-COUNT >= 500
089760             DISPLAY "Warning: backorder report table is"
089770             DISPLAY "full - later rows not shown."
089780         ELSE
089790             PERFORM 8620-FIND-BOREP-INSERT-POINT
089800             ADD 1 TO RST-BOREP-COUNT
089810             PERFORM 8625-SHIFT-BOREP-UP
089820             PERFORM 8630-STORE-BOREP-ENTRY
089830         END-IF
089840     END-IF.
089850
089860*--------------------------------------------------------------*
089870* THE BACKORDER FILE IS KEYED BY PRODUCT, SO REPORT ROWS ARE    *
089880* INSERTED IN REQUEST-DATE ORDER THE SAME WAY NEW LOCATION      *
089890* ROWS ARE SLOTTED INTO THEIR SORTED TABLE.                     *
089900*--------------------------------------------------------------*
089910 8620-FIND-BOREP-INSERT-POINT.
089920     MOVE "N" TO RST-FOUND-SWITCH
089930     MOVE RST-BOREP-COUNT TO RST-BOREP-INSERT-POINT
089940     ADD 1 TO RST-BOREP-INSERT-POINT
089950     PERFORM VARYING RST-BOREP-SUBSCRIPT FROM 1 BY 1
089960         UNTIL RST-BOREP-SUBSCRIPT > RST-BOREP-COUNT
089970             OR RST-RECORD-FOUND
089980         PERFORM 8622-CHECK-BOREP-INSERT-POINT
089990     END-PERFORM.
090000
090010 8622-CHECK-BOREP-INSERT-POINT.
090020     IF RST-BOR-DATE (RST-BOREP-SUBSCRIPT)
090030             > RST-FILE-BO-DATE
090040         MOVE "Y" TO RST-FOUND-SWITCH
090050         MOVE RST-BOREP-SUBSCRIPT
090060             TO RST-BOREP-INSERT-POINT
090070     END-IF.
090080
090090 8625-SHIFT-BOREP-UP.
090100     PERFORM VARYING RST-BOREP-SUBSCRIPT
090110             FROM RST-BOREP-COUNT BY -1
090120         UNTIL RST-BOREP-SUBSCRIPT <= RST-BOREP-INSERT-POINT
090130         PERFORM 8627-COPY-BOREP-ENTRY-UP
090140     END-PERFORM.
090150
090160 8627-COPY-BOREP-ENTRY-UP.
090170     MOVE RST-BOREP-ENTRY (RST-BOREP-SUBSCRIPT - 1)
090180         TO RST-BOREP-ENTRY (RST-BOREP-SUBSCRIPT).
090190
090200 8630-STORE-BOREP-ENTRY.
090210     MOVE RST-FILE-BO-DATE
090220         TO RST-BOR-DATE (RST-BOREP-INSERT-POINT)
090230     MOVE RST-FILE-BO-SEQ
090240         TO RST-BOR-SEQ (RST-BOREP-INSERT-POINT)
090250     MOVE RST-FILE-BO-PRODUCT-ID
090260         TO RST-BOR-PRODUCT-ID (RST-BOREP-INSERT-POINT)
090270     MOVE RST-FILE-BO-QTY
090280         TO RST-BOR-QTY (RST-BOREP-INSERT-POINT)
090290     MOVE RST-FILE-BO-REQUESTED-BY
090300         TO RST-BOR-REQUESTED-BY (RST-BOREP-INSERT-POINT).
090310
090320 8640-PRINT-BACKORDER-LINE.
090330     MOVE RST-BOR-DATE (RST-BOREP-SUBSCRIPT) TO RST-BRD-DATE
090340     MOVE RST-BOR-PRODUCT-ID (RST-BOREP-SUBSCRIPT)
090350         TO RST-BRD-PRODUCT-ID
090360     MOVE RST-BOR-QTY (RST-BOREP-SUBSCRIPT) TO RST-BRD-QTY
090370     MOVE RST-BOR-REQUESTED-BY (RST-BOREP-SUBSCRIPT)
090380         TO RST-BRD-REQUESTED-BY
090390     MOVE RST-BOR-DATE (RST-BOREP-SUBSCRIPT)
090400         TO RST-DATE-WORK
090410     PERFORM 9470-DATE-TO-DAY-NUMBER
090420     COMPUTE RST-AGE-DAYS =
090430         RST-DAY-NUMBER-TODAY - RST-DAY-NUMBER
090440     IF RST-AGE-DAYS < 0
090450         MOVE 0 TO RST-AGE-DAYS
090460     END-IF
090470     MOVE RST-AGE-DAYS TO RST-BRD-AGE
090480     MOVE RST-BOREP-DETAIL TO RST-PRINT-LINE
090490     PERFORM 9950-WRITE-REPORT-LINE.
090500
090510*--------------------------------------------------------------*
090520* LOT MANAGEMENT - THE EXPIRING-STOCK REPORT LISTS EVERY LOT    *
090530* STILL HOLDING STOCK THAT EXPIRES INSIDE A CHOSEN WINDOW       *
090540* (ALREADY-EXPIRED LOTS FLAGGED), SO STOCK CAN BE MARKED DOWN   *
090550* BEFORE IT HAS TO BE WRITTEN OFF; THE WRITE-OFF POSTS AN       *
090560* EXPIRED LOT OUT OF STOCK AS ITS OWN AUDITED ADJUSTMENT        *
090570* ACTION, RELIEVING THE FIFO LAYERS LIKE ANY OTHER DECREASE.    *
090580*--------------------------------------------------------------*
090590 8650-LOT-MANAGEMENT.
090600     MOVE SPACES TO RST-ENTRY-SUB-OPTION
090610     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
090620             OR RST-ENTRY-SUB-OPTION = "x"
090630         PERFORM 8655-PROCESS-LOT-OPTION
090640     END-PERFORM.
090650
090660 8655-PROCESS-LOT-OPTION.
090670     DISPLAY " "
090680     DISPLAY "Lot Management - E=Expiring Stock Report,"
090690     DISPLAY "W=Write Off Expired Lot, X=Return: "
090700         WITH NO ADVANCING
090710     ACCEPT RST-ENTRY-SUB-OPTION
090720     EVALUATE RST-ENTRY-SUB-OPTION
090730         WHEN "E"
090740         WHEN "e"
090750             PERFORM 8660-EXPIRING-STOCK-REPORT
090760         WHEN "W"
090770         WHEN "w"
090780             PERFORM 8670-WRITE-OFF-EXPIRED-LOT
090790         WHEN "X"
090800         WHEN "x"
090810             CONTINUE
090820         WHEN OTHER
090830             DISPLAY "Invalid option."
090840     END-EVALUATE.
090850
090860 8660-EXPIRING-STOCK-REPORT.
090870     DISPLAY "Enter window in days (blank=30): "
090880         WITH NO ADVANCING
090890     ACCEPT RST-ENTRY-DAYS-EDIT
090900     INSPECT RST-ENTRY-DAYS-EDIT
090910         REPLACING LEADING SPACE BY "0"
090920     IF RST-ENTRY-DAYS-EDIT IS NOT NUMERIC
090930             OR RST-ENTRY-DAYS = 0
090940         MOVE 30 TO RST-ENTRY-DAYS
090950         DISPLAY "Using 30 days."
090960     END-IF
090970     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
090980     MOVE RST-SYSTEM-DATE TO RST-LOT-TODAY
090990     MOVE RST-SYSTEM-DATE TO RST-DATE-WORK
091000     MOVE RST-ENTRY-DAYS TO RST-DAYS-TO-ADD
091010     PERFORM 9461-ADD-DAYS-TO-DATE
091020     MOVE RST-DATE-WORK TO RST-LOT-CUTOFF-DATE
091030     MOVE RST-EXP-HEADING TO RST-PRINT-LINE
091040     PERFORM 9950-WRITE-REPORT-LINE
091050     MOVE RST-EXP-COLUMN-HEADING TO RST-PRINT-LINE
091060     PERFORM 9950-WRITE-REPORT-LINE
091070     MOVE 0 TO RST-EXP-LINES
091080     MOVE LOW-VALUES TO RST-FILE-LOT-KEY
091090     START LOT-FILE KEY IS NOT LESS THAN RST-FILE-LOT-KEY
091100     IF RST-LOT-STATUS = "00"
091110         PERFORM 9337-READ-LOT-RECORD
091120         PERFORM UNTIL RST-LOT-STATUS NOT = "00"
091130             PERFORM 8665-CONSIDER-EXPIRING-LOT
091140             PERFORM 9337-READ-LOT-RECORD
091150         END-PERFORM
091160     END-IF
091170     IF RST-EXP-LINES = 0
091180         MOVE "No lots expire inside the window."
091190             TO RST-PRINT-LINE
091200         PERFORM 9950-WRITE-REPORT-LINE
091210     END-IF.
091220
091230 8665-CONSIDER-EXPIRING-LOT.
091240     IF RST-FILE-LOT-QTY > 0
091250             AND RST-FILE-LOT-EXPIRY
091260                 NOT > RST-LOT-CUTOFF-DATE
091270         MOVE RST-FILE-LOT-PRODUCT-ID TO RST-EXD-PRODUCT-ID
091280         MOVE RST-FILE-LOT-NUMBER TO RST-EXD-LOT-NUMBER
091290         MOVE RST-FILE-LOT-EXPIRY TO RST-EXD-EXPIRY
091300         MOVE RST-FILE-LOT-QTY TO RST-EXD-QTY
091310         IF RST-FILE-LOT-EXPIRY < RST-LOT-TODAY
091320             MOVE "EXPIRED" TO RST-EXD-STATUS
091330         ELSE
091340             MOVE "EXPIRING" TO RST-EXD-STATUS
091350         END-IF
091360         MOVE RST-EXP-DETAIL TO RST-PRINT-LINE
091370         PERFORM 9950-WRITE-REPORT-LINE
091380         ADD 1 TO RST-EXP-LINES
091390     END-IF.
091400
091410 8670-WRITE-OFF-EXPIRED-LOT.
091420     DISPLAY "Enter Product ID: " WITH NO ADVANCING
091430     ACCEPT RST-ENTRY-PRODUCT-ID
091440     PERFORM 9800-FIND-PRODUCT
091450     IF RST-RECORD-NOT-FOUND
091460         DISPLAY "Product ID not found."
091470     ELSE
091480         DISPLAY "Enter Lot Number: " WITH NO ADVANCING
091490         ACCEPT RST-ENTRY-LOT-NO
091500         DISPLAY "Enter Expiry Date YYYYMMDD: "
091510             WITH NO ADVANCING
091520         ACCEPT RST-ENTRY-EXPIRY-EDIT
091530         INSPECT RST-ENTRY-EXPIRY-EDIT
091540             REPLACING LEADING SPACE BY "0"
091550         IF RST-ENTRY-EXPIRY-EDIT IS NOT NUMERIC
091560             DISPLAY "Expiry date must be numeric."
091570         ELSE
091580             PERFORM 8675-POST-LOT-WRITE-OFF
091590         END-IF
091600     END-IF.
091610
091620 8675-POST-LOT-WRITE-OFF.
091630     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-LOT-PRODUCT-ID
091640     MOVE RST-ENTRY-EXPIRY TO RST-FILE-LOT-EXPIRY
091650     MOVE RST-ENTRY-LOT-NO TO RST-FILE-LOT-NUMBER
091660     READ LOT-FILE
091670     IF RST-LOT-STATUS NOT = "00"
091680         DISPLAY "Lot not on file."
091690     ELSE
091700         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
091710         IF RST-FILE-LOT-EXPIRY NOT < RST-SYSTEM-DATE
091720             DISPLAY "That lot has not expired - only"
091730             DISPLAY "expired lots are written off here."
091740         ELSE
091750             IF RST-FILE-LOT-QTY = 0
091760                 DISPLAY "Lot already holds no stock."
091770             ELSE
091780                 PERFORM 8680-APPLY-LOT-WRITE-OFF
091790             END-IF
091800         END-IF
091810     END-IF.
091820
091830*--------------------------------------------------------------*
091840* THE WRITE-OFF IS CLAMPED TO WHAT THE MASTER ACTUALLY SHOWS -  *
091850* IF THE LOT ROW CLAIMS MORE THAN IS ON HAND, THE DIFFERENCE    *
091860* IS A COUNTING PROBLEM FOR THE CYCLE COUNT, NOT A REASON TO    *
091870* DRIVE THE MASTER NEGATIVE.                                    *
091880*--------------------------------------------------------------*
091890 8680-APPLY-LOT-WRITE-OFF.
091900     MOVE RST-FILE-LOT-QTY TO RST-ENTRY-ADJUST-QTY
091910     IF RST-ENTRY-ADJUST-QTY
091920             > RST-PRODUCT-QTY (RST-SUBSCRIPT)
091930         DISPLAY "Lot quantity exceeds stock on hand -"
091940         DISPLAY "write-off clamped to on-hand."
091950         MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
091960             TO RST-ENTRY-ADJUST-QTY
091970     END-IF
091980     MOVE 0 TO RST-FILE-LOT-QTY
091990     REWRITE LOT-RECORD
092000     IF RST-LOT-STATUS NOT = "00"
092010         DISPLAY "Warning: could not rewrite lot record,"
092020         DISPLAY "status " RST-LOT-STATUS
092030     END-IF
092040     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
092050     SUBTRACT RST-ENTRY-ADJUST-QTY
092060         FROM RST-PRODUCT-QTY (RST-SUBSCRIPT)
092070     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
092080     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
092090     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
092100     MOVE RST-HOME-LOCATION (RST-SUBSCRIPT)
092110         TO RST-ENTRY-LOCATION-CODE
092120     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
092130         PERFORM 9860-ISSUE-AT-LOCATION
092140     END-IF
092150     MOVE RST-ENTRY-ADJUST-QTY TO RST-LAYER-QTY
092160     PERFORM 9320-RELIEVE-COST-LAYERS
092170     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
092180     MOVE "LOT-WRTOFF" TO RST-ACTION-CODE
092190     MOVE RST-ENTRY-LOT-NO TO RST-ACTION-DETAIL
092200     PERFORM 9500-WRITE-AUDIT-RECORD
092210     DISPLAY "Lot written off: " RST-ENTRY-ADJUST-QTY
092220         " of " RST-ENTRY-PRODUCT-ID ".".
092230
092240*--------------------------------------------------------------*
092250* CUSTOMER ORDER ENTRY - CAPTURES A MULTI-LINE CUSTOMER ORDER   *
092260* ON THE ORDER FILE AND RESERVES EACH LINE AGAINST AVAILABLE    *
092270* STOCK. NOTHING LEAVES ON-HAND HERE - THE RESERVED QUANTITY    *
092280* ON THE MASTER TAKES IT OUT OF AVAILABLE-TO-SELL UNTIL THE     *
092290* SHIP CONFIRMATION (6200) RECORDS WHAT WAS ACTUALLY PICKED.    *
092300* ANY SHORTAGE FLOWS STRAIGHT INTO THE BACKORDER FILE UNDER     *
092310* THE CUSTOMER'S NAME INSTEAD OF THE OPERATOR RE-KEYING IT.     *
092320* THE SUGGESTED PICK LINES ARE COLLECTED PER LOCATION AND       *
092330* PRINTED IN LOCATION-CODE ORDER SO THE WAREHOUSE WALKS THE     *
092340* BINS ONCE.                                                    *
092350*--------------------------------------------------------------*
092360 8700-CUSTOMER-ORDER-ENTRY.
092370     DISPLAY "Enter Customer Name: " WITH NO ADVANCING
092380     ACCEPT RST-ENTRY-CUSTOMER-NAME
092390     IF RST-ENTRY-CUSTOMER-NAME = SPACES
092400         DISPLAY "Customer name cannot be blank."
092410     ELSE
092420         PERFORM 8705-ASSIGN-ORDER-NUMBER
092430         MOVE 0 TO RST-ORD-LINE-NO
092440         MOVE 0 TO RST-PICK-COUNT
092450         DISPLAY "Enter order lines - a blank Product ID"
092460         DISPLAY "finishes the order."
092470         MOVE "X" TO RST-ENTRY-PRODUCT-ID
092480         PERFORM UNTIL RST-ENTRY-PRODUCT-ID = SPACES
092490             PERFORM 8710-ENTER-ONE-ORDER-LINE
092500         END-PERFORM
092510         IF RST-ORD-LINE-NO = 0
092520             DISPLAY "No lines entered - order discarded."
092530         ELSE
092540             PERFORM 8760-PRINT-PICK-LIST
092550         END-IF
092560     END-IF.
092570
092580*--------------------------------------------------------------*
092590* ORDER NUMBERS CONTINUE THE HIGHEST NUMBER ALREADY ON FILE,    *
092600* THE SAME WAY SUGGESTED ORDERS CONTINUE THE PO SEQUENCE.       *
092610*--------------------------------------------------------------*
092620 8705-ASSIGN-ORDER-NUMBER.
092630     MOVE 0 TO RST-NEXT-ORDER-NUMBER
092640     MOVE LOW-VALUES TO RST-FILE-ORD-KEY
092650     START ORDER-FILE KEY IS NOT LESS THAN RST-FILE-ORD-KEY
092660     IF RST-ORDER-STATUS = "00"
092670         PERFORM 8707-READ-ORDER-RECORD
092680         PERFORM UNTIL RST-ORDER-STATUS NOT = "00"
092690             PERFORM 8708-NOTE-ORDER-NUMBER
092700             PERFORM 8707-READ-ORDER-RECORD
092710         END-PERFORM
092720     END-IF
092730     ADD 1 TO RST-NEXT-ORDER-NUMBER.
092740
092750 8707-READ-ORDER-RECORD.
092760     READ ORDER-FILE NEXT RECORD
092770     IF RST-ORDER-STATUS = "00"
092780         PERFORM 8709-CLEAR-OLD-ORDER-FIELDS
092790     END-IF.
092800
092810 8708-NOTE-ORDER-NUMBER.
092820     IF RST-FILE-ORD-NUMBER > RST-NEXT-ORDER-NUMBER
092830         MOVE RST-FILE-ORD-NUMBER TO RST-NEXT-ORDER-NUMBER
092840     END-IF.
092850
092860*    ORDER LINES WRITTEN BEFORE RETURNS AND SHIP CONFIRMATION
092870*    HAVE NOTHING IN THE COST, RETURNED AND SHIPPED FIELDS - THEY
092880*    READ AS ZERO.
092890 8709-CLEAR-OLD-ORDER-FIELDS.
092900     IF RST-FILE-ORD-COST-VALUE IS NOT NUMERIC
092910         MOVE 0 TO RST-FILE-ORD-COST-VALUE
092920     END-IF
092930     IF RST-FILE-ORD-RET-QTY IS NOT NUMERIC
092940         MOVE 0 TO RST-FILE-ORD-RET-QTY
092950     END-IF
092960     IF RST-FILE-ORD-SHIP-QTY IS NOT NUMERIC
092970         MOVE 0 TO RST-FILE-ORD-SHIP-QTY
092980     END-IF
092990     IF RST-FILE-ORD-SHIP-DATE IS NOT NUMERIC
093000         MOVE 0 TO RST-FILE-ORD-SHIP-DATE
093010     END-IF.
093020 8710-ENTER-ONE-ORDER-LINE.
093030     DISPLAY "Enter Product ID (blank=done): "
093040         WITH NO ADVANCING
093050     ACCEPT RST-ENTRY-PRODUCT-ID
093060     IF RST-ENTRY-PRODUCT-ID NOT = SPACES
093070         PERFORM 9800-FIND-PRODUCT
093080         IF RST-RECORD-NOT-FOUND
093090             DISPLAY "Product ID not found."
093100         ELSE
093110             PERFORM 8715-CAPTURE-ORDER-LINE
093120         END-IF
093130     END-IF.
093140
093150 8715-CAPTURE-ORDER-LINE.
093160     MOVE "N" TO RST-VALID-SWITCH
093170     PERFORM UNTIL RST-ENTRY-IS-VALID
093180         PERFORM 8717-PROMPT-ORDER-QTY
093190     END-PERFORM
093200     PERFORM 8720-ALLOCATE-ORDER-LINE
093210     PERFORM 8740-WRITE-ORDER-LINE.
093220
093230 8717-PROMPT-ORDER-QTY.
093240     DISPLAY "Enter Quantity Ordered: " WITH NO ADVANCING
093250     ACCEPT RST-ENTRY-ADJUST-EDIT
093260     INSPECT RST-ENTRY-ADJUST-EDIT
093270         REPLACING LEADING SPACE BY "0"
093280     IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
093290             OR RST-ENTRY-ADJUST-QTY = 0
093300         DISPLAY "Quantity ordered must be a positive"
093310         DISPLAY "number - please re-enter."
093320     ELSE
093330         MOVE "Y" TO RST-VALID-SWITCH
093340     END-IF.
093350
093360 8718-ADD-QUARANTINE-QTY.
093370     MOVE RST-LOC-CODE (RST-LOCATION-IDX) TO RST-QUAR-CHECK-CODE
093380     PERFORM 9843-CHECK-QUARANTINE-BIN
093390     IF RST-QUARANTINE-BIN
093400         ADD RST-LOC-QTY (RST-LOCATION-IDX) TO RST-QUAR-HELD-QTY
093410     END-IF.
093420
093430*--------------------------------------------------------------*
093440* SELLABLE STOCK FOR THE PRODUCT AT RST-SUBSCRIPT INTO          *
093450* RST-ORD-AVAIL-QTY - ON-HAND LESS QUARANTINE, LESS WHAT OPEN   *
093460* ORDERS HAVE RESERVED, AND FOR DATED GOODS NO MORE THAN THE    *
093470* UNEXPIRED LOTS COVER. ORDER ALLOCATION AND THE WEB SHOP FEED  *
093480* BOTH WORK FROM THIS FIGURE. RST-ENTRY-PRODUCT-ID MUST HOLD    *
093490* THE PRODUCT.                                                  *
093500*--------------------------------------------------------------*
093510 8719-COMPUTE-SELLABLE-QTY.
093520*    DATED GOODS ALLOCATE ONLY AGAINST UNEXPIRED LOT STOCK -
093530*    EXPIRED STOCK ON HAND IS NOT SELLABLE AND FALLS TO THE
093540*    BACKORDER LIKE ANY OTHER SHORTAGE.
093550     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
093560         TO RST-ORD-AVAIL-QTY
093570*    RETURNED STOCK HELD IN QUARANTINE IS ON HAND BUT NOT
093580*    SELLABLE UNTIL IT IS TRANSFERRED BACK TO A REAL BIN - THAT
093590*    IS QUARAN AND ANY OTHER BIN THE MASTER TYPES Q.
093600     MOVE 0 TO RST-QUAR-HELD-QTY
093610     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
093620     IF RST-RECORD-FOUND
093630         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
093640                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
093650                     NOT = RST-ENTRY-PRODUCT-ID
093660             PERFORM 8718-ADD-QUARANTINE-QTY
093670             PERFORM 9874-STEP-NEXT-LOCATION
093680         END-PERFORM
093690     END-IF
093700     IF RST-QUAR-HELD-QTY < RST-ORD-AVAIL-QTY
093710         SUBTRACT RST-QUAR-HELD-QTY FROM RST-ORD-AVAIL-QTY
093720     ELSE
093730         MOVE 0 TO RST-ORD-AVAIL-QTY
093740     END-IF
093750*    STOCK ALREADY RESERVED FOR OTHER ORDERS IS NOT AVAILABLE,
093760*    AND IT COMES OUT OF THE UNEXPIRED LOTS FIRST.
093770     IF RST-RESERVED-QTY (RST-SUBSCRIPT) < RST-ORD-AVAIL-QTY
093780         SUBTRACT RST-RESERVED-QTY (RST-SUBSCRIPT)
093790             FROM RST-ORD-AVAIL-QTY
093800     ELSE
093810         MOVE 0 TO RST-ORD-AVAIL-QTY
093820     END-IF
093830     IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
093840         PERFORM 9335-COUNT-UNEXPIRED-QTY
093850         IF RST-RESERVED-QTY (RST-SUBSCRIPT) < RST-LOT-AVAIL-QTY
093860             SUBTRACT RST-RESERVED-QTY (RST-SUBSCRIPT)
093870                 FROM RST-LOT-AVAIL-QTY
093880         ELSE
093890             MOVE 0 TO RST-LOT-AVAIL-QTY
093900         END-IF
093910         IF RST-LOT-AVAIL-QTY < RST-ORD-AVAIL-QTY
093920             MOVE RST-LOT-AVAIL-QTY TO RST-ORD-AVAIL-QTY
093930         END-IF
093940     END-IF.
093950
093960*--------------------------------------------------------------*
093970* ALLOCATION TAKES WHAT AVAILABLE STOCK COVERS AND BACKORDERS   *
093980* THE REST AUTOMATICALLY - THE SHORT QUANTITY GOES THROUGH THE  *
093990* SAME WRITER A REFUSED COUNTER ISSUE USES, DATED TODAY AND     *
094000* REQUESTED BY THE CUSTOMER ON THE ORDER.                       *
094010*--------------------------------------------------------------*
094020 8720-ALLOCATE-ORDER-LINE.
094030     PERFORM 8719-COMPUTE-SELLABLE-QTY
094040     IF RST-ENTRY-ADJUST-QTY > RST-ORD-AVAIL-QTY
094050         MOVE RST-ORD-AVAIL-QTY
094060             TO RST-ORD-ALLOC-QTY
094070         COMPUTE RST-ORD-SHORT-QTY =
094080             RST-ENTRY-ADJUST-QTY - RST-ORD-ALLOC-QTY
094090     ELSE
094100         MOVE RST-ENTRY-ADJUST-QTY TO RST-ORD-ALLOC-QTY
094110         MOVE 0 TO RST-ORD-SHORT-QTY
094120     END-IF
094130     IF RST-ORD-ALLOC-QTY > 0
094140         PERFORM 8725-RESERVE-ALLOCATED-STOCK
094150     END-IF
094160     IF RST-ORD-SHORT-QTY > 0
094170         DISPLAY "Short by " RST-ORD-SHORT-QTY
094180             " - backordering the shortage."
094190         MOVE RST-ORD-SHORT-QTY TO RST-BO-SHORT-QTY
094200         MOVE RST-ENTRY-CUSTOMER-NAME
094210             TO RST-ENTRY-REQUESTED-BY
094220         PERFORM 8175-WRITE-BACKORDER
094230     END-IF.
094240
094250 8725-RESERVE-ALLOCATED-STOCK.
094260     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
094270     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
094280     ADD RST-ORD-ALLOC-QTY TO RST-RESERVED-QTY (RST-SUBSCRIPT)
094290     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
094300     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
094310     PERFORM 8730-PICK-FROM-LOCATIONS
094320     MOVE "ORD-RESV" TO RST-ACTION-CODE
094330     MOVE RST-ENTRY-CUSTOMER-NAME (1:14) TO RST-ACTION-DETAIL
094340     PERFORM 9500-WRITE-AUDIT-RECORD.
094350
094360*--------------------------------------------------------------*
094370* THE LOCATION TABLE IS SORTED BY PRODUCT/LOCATION, SO WALKING  *
094380* THE PRODUCT'S BLOCK SUGGESTS STOCK BIN BY BIN AND EACH TAKE   *
094390* BECOMES ONE PICK LINE. THE LOCATION ROWS ARE NOT TOUCHED -    *
094400* THE SHIP CONFIRMATION RELIEVES THE BINS ACTUALLY PICKED.      *
094410* ALLOCATED STOCK THE LOCATION ROWS DO NOT COVER (PRE-          *
094420* LOCATION-TRACKING STOCK) PICKS AS NO-LOC.                     *
094430*--------------------------------------------------------------*
094440 8730-PICK-FROM-LOCATIONS.
094450     MOVE RST-ORD-ALLOC-QTY TO RST-PICK-REMAINING
094460     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
094470     IF RST-RECORD-FOUND
094480         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
094490                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
094500                     NOT = RST-ENTRY-PRODUCT-ID
094510                 OR RST-PICK-REMAINING = 0
094520             PERFORM 8732-PICK-FROM-ONE-LOCATION
094530             PERFORM 9874-STEP-NEXT-LOCATION
094540         END-PERFORM
094550     END-IF
094560     IF RST-PICK-REMAINING > 0
094570         MOVE "NO-LOC" TO RST-PICK-LOCATION
094580         MOVE RST-PICK-REMAINING TO RST-PICK-TAKE-QTY
094590         MOVE 0 TO RST-PICK-REMAINING
094600         PERFORM 8735-ADD-PICK-LINE
094610     END-IF.
094620
094630 8732-PICK-FROM-ONE-LOCATION.
094640     MOVE RST-LOC-CODE (RST-LOCATION-IDX) TO RST-QUAR-CHECK-CODE
094650     PERFORM 9843-CHECK-QUARANTINE-BIN
094660     IF RST-LOC-QTY (RST-LOCATION-IDX) > 0
094670             AND RST-NOT-QUARANTINE-BIN
094680         IF RST-LOC-QTY (RST-LOCATION-IDX)
094690                 < RST-PICK-REMAINING
094700             MOVE RST-LOC-QTY (RST-LOCATION-IDX)
094710                 TO RST-PICK-TAKE-QTY
094720         ELSE
094730             MOVE RST-PICK-REMAINING TO RST-PICK-TAKE-QTY
094740         END-IF
094750         SUBTRACT RST-PICK-TAKE-QTY FROM RST-PICK-REMAINING
094760         MOVE RST-LOC-CODE (RST-LOCATION-IDX)
094770             TO RST-PICK-LOCATION
094780         PERFORM 8735-ADD-PICK-LINE
094790     END-IF.
094800
094810 8735-ADD-PICK-LINE.
094820     IF RST-PICK-COUNT >= 500
094830         DISPLAY "Warning: pick list table is full - line"
094840         DISPLAY "not shown on the pick list."
094850     ELSE
094860         PERFORM 8736-FIND-PICK-INSERT-POINT
094870         ADD 1 TO RST-PICK-COUNT
094880         PERFORM 8737-SHIFT-PICK-UP
094890         PERFORM 8738-STORE-PICK-ENTRY
094900     END-IF.
094910
094920 8736-FIND-PICK-INSERT-POINT.
094930     MOVE "N" TO RST-FOUND-SWITCH
094940     MOVE RST-PICK-COUNT TO RST-PICK-INSERT-POINT
094950     ADD 1 TO RST-PICK-INSERT-POINT
094960     PERFORM VARYING RST-PICK-SUBSCRIPT FROM 1 BY 1
094970         UNTIL RST-PICK-SUBSCRIPT > RST-PICK-COUNT
094980             OR RST-RECORD-FOUND
094990         PERFORM 8739-CHECK-PICK-INSERT-POINT
095000     END-PERFORM.
095010
095020 8739-CHECK-PICK-INSERT-POINT.
095030     IF RST-PIK-LOCATION (RST-PICK-SUBSCRIPT)
095040             > RST-PICK-LOCATION
095050         MOVE "Y" TO RST-FOUND-SWITCH
095060         MOVE RST-PICK-SUBSCRIPT TO RST-PICK-INSERT-POINT
095070     END-IF.
095080
095090 8737-SHIFT-PICK-UP.
095100     PERFORM VARYING RST-PICK-SUBSCRIPT
095110             FROM RST-PICK-COUNT BY -1
095120         UNTIL RST-PICK-SUBSCRIPT <= RST-PICK-INSERT-POINT
095130         PERFORM 8741-COPY-PICK-ENTRY-UP
095140     END-PERFORM.
095150
095160 8741-COPY-PICK-ENTRY-UP.
095170     MOVE RST-PICK-ENTRY (RST-PICK-SUBSCRIPT - 1)
095180         TO RST-PICK-ENTRY (RST-PICK-SUBSCRIPT).
095190
095200 8738-STORE-PICK-ENTRY.
095210     MOVE RST-PICK-LOCATION
095220         TO RST-PIK-LOCATION (RST-PICK-INSERT-POINT)
095230     MOVE RST-ENTRY-PRODUCT-ID
095240         TO RST-PIK-PRODUCT-ID (RST-PICK-INSERT-POINT)
095250     MOVE RST-PRODUCT-NAME (RST-SUBSCRIPT)
095260         TO RST-PIK-PRODUCT-NAME (RST-PICK-INSERT-POINT)
095270     MOVE RST-PICK-TAKE-QTY
095280         TO RST-PIK-QTY (RST-PICK-INSERT-POINT).
095290
095300 8740-WRITE-ORDER-LINE.
095310     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
095320     ADD 1 TO RST-ORD-LINE-NO
095330     MOVE RST-NEXT-ORDER-NUMBER TO RST-FILE-ORD-NUMBER
095340     MOVE RST-ORD-LINE-NO TO RST-FILE-ORD-LINE
095350     MOVE RST-ENTRY-CUSTOMER-NAME TO RST-FILE-ORD-CUSTOMER
095360     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-ORD-PRODUCT-ID
095370     MOVE RST-ENTRY-ADJUST-QTY TO RST-FILE-ORD-QTY
095380     MOVE RST-ORD-ALLOC-QTY TO RST-FILE-ORD-ALLOC-QTY
095390     MOVE RST-ORD-SHORT-QTY TO RST-FILE-ORD-BO-QTY
095400*    A LINE WITH ANYTHING RESERVED WAITS FOR SHIP CONFIRMATION;
095410*    A LINE WHOLLY BACKORDERED HAS NOTHING TO SHIP.
095420     IF RST-ORD-ALLOC-QTY > 0
095430         MOVE "R" TO RST-FILE-ORD-STATE
095440     ELSE
095450         MOVE "B" TO RST-FILE-ORD-STATE
095460     END-IF
095470     MOVE RST-SYSTEM-DATE TO RST-FILE-ORD-DATE
095480     MOVE 0 TO RST-FILE-ORD-COST-VALUE
095490     MOVE 0 TO RST-FILE-ORD-RET-QTY
095500     MOVE 0 TO RST-FILE-ORD-SHIP-QTY
095510     MOVE 0 TO RST-FILE-ORD-SHIP-DATE
095520     WRITE ORDER-RECORD
095530     IF RST-ORDER-STATUS NOT = "00"
095540         DISPLAY "Warning: could not write order line,"
095550         DISPLAY "status " RST-ORDER-STATUS
095560     END-IF.
095570
095580 8760-PRINT-PICK-LIST.
095590     MOVE RST-ORDPICK-HEADING TO RST-PRINT-LINE
095600     PERFORM 9950-WRITE-REPORT-LINE
095610     MOVE RST-NEXT-ORDER-NUMBER TO RST-OPH-ORDER-NO
095620     MOVE RST-ENTRY-CUSTOMER-NAME TO RST-OPH-CUSTOMER
095630     MOVE RST-ORDPICK-ORDER-LINE TO RST-PRINT-LINE
095640     PERFORM 9950-WRITE-REPORT-LINE
095650     IF RST-PICK-COUNT = 0
095660         MOVE "Nothing to pick - every line backordered."
095670             TO RST-PRINT-LINE
095680         PERFORM 9950-WRITE-REPORT-LINE
095690     ELSE
095700         MOVE RST-ORDPICK-COLUMN-HEADING TO RST-PRINT-LINE
095710         PERFORM 9950-WRITE-REPORT-LINE
095720         PERFORM VARYING RST-PICK-SUBSCRIPT FROM 1 BY 1
095730             UNTIL RST-PICK-SUBSCRIPT > RST-PICK-COUNT
095740             PERFORM 8765-PRINT-PICK-LINE
095750         END-PERFORM
095760     END-IF
095770     DISPLAY "Order " RST-NEXT-ORDER-NUMBER " filed with "
095780         RST-ORD-LINE-NO " lines."
095790     IF RST-PICK-COUNT > 0
095800         DISPLAY "Stock is reserved - confirm the shipment"
095810         DISPLAY "under option 27 once it is picked."
095820     END-IF.
095830
095840 8765-PRINT-PICK-LINE.
095850     MOVE RST-PIK-LOCATION (RST-PICK-SUBSCRIPT)
095860         TO RST-OPD-LOCATION
095870     MOVE RST-PIK-PRODUCT-ID (RST-PICK-SUBSCRIPT)
095880         TO RST-OPD-PRODUCT-ID
095890     MOVE RST-PIK-PRODUCT-NAME (RST-PICK-SUBSCRIPT)
095900         TO RST-OPD-PRODUCT-NAME
095910     MOVE RST-PIK-QTY (RST-PICK-SUBSCRIPT) TO RST-OPD-QTY
095920     MOVE RST-ORDPICK-DETAIL TO RST-PRINT-LINE
095930     PERFORM 9950-WRITE-REPORT-LINE.
095940
095950*--------------------------------------------------------------*
095960* CUSTOMER RETURNS - A RETURN IS ALWAYS TAKEN AGAINST THE ORDER *
095970* LINE IT CAME FROM, AND CAN NEVER BRING BACK MORE THAN THAT    *
095980* LINE SHIPPED LESS WHAT HAS ALREADY COME BACK ON IT. SELLABLE  *
095990* STOCK GOES TO THE BIN THE OPERATOR NAMES (THE HOME LOCATION   *
096000* BY DEFAULT); ANYTHING ELSE GOES TO THE QUARANTINE LOCATION,   *
096010* WHICH ORDER ALLOCATION WILL NOT PICK FROM - A TRANSFER OUT    *
096020* OF QUARANTINE RELEASES IT ONCE IT HAS BEEN INSPECTED. THE     *
096030* STOCK COMES BACK ON A NEW COST LAYER AT THE UNIT COST THE     *
096040* ORDER LINE WAS RELIEVED AT, SO A RETURN REVERSES EXACTLY WHAT *
096050* THE SHIPMENT TOOK OUT OF INVENTORY.                           *
096060*--------------------------------------------------------------*
096070 8770-CUSTOMER-RETURNS.
096080     MOVE SPACES TO RST-ENTRY-SUB-OPTION
096090     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
096100             OR RST-ENTRY-SUB-OPTION = "x"
096110         PERFORM 8772-PROCESS-RETURN-OPTION
096120     END-PERFORM.
096130
096140 8772-PROCESS-RETURN-OPTION.
096150     DISPLAY " "
096160     DISPLAY "Customer Returns - E=Enter Return,"
096170     DISPLAY "R=Returns by Reason Report, X=Return: "
096180         WITH NO ADVANCING
096190     ACCEPT RST-ENTRY-SUB-OPTION
096200     EVALUATE RST-ENTRY-SUB-OPTION
096210         WHEN "E"
096220         WHEN "e"
096230             PERFORM 8775-ENTER-CUSTOMER-RETURN
096240         WHEN "R"
096250         WHEN "r"
096260             PERFORM 8790-RETURNS-BY-REASON-REPORT
096270         WHEN "X"
096280         WHEN "x"
096290             CONTINUE
096300         WHEN OTHER
096310             DISPLAY "Invalid option."
096320     END-EVALUATE.
096330
096340 8775-ENTER-CUSTOMER-RETURN.
096350     DISPLAY "Enter Order Number: " WITH NO ADVANCING
096360     ACCEPT RST-ENTRY-ORDER-EDIT
096370     INSPECT RST-ENTRY-ORDER-EDIT
096380         REPLACING LEADING SPACE BY "0"
096390     DISPLAY "Enter Order Line: " WITH NO ADVANCING
096400     ACCEPT RST-ENTRY-ORD-LINE-EDIT
096410     INSPECT RST-ENTRY-ORD-LINE-EDIT
096420         REPLACING LEADING SPACE BY "0"
096430     IF RST-ENTRY-ORDER-EDIT IS NOT NUMERIC
096440             OR RST-ENTRY-ORD-LINE-EDIT IS NOT NUMERIC
096450         DISPLAY "Order number and line must be numeric."
096460     ELSE
096470         MOVE RST-ENTRY-ORDER-NUMBER TO RST-FILE-ORD-NUMBER
096480         MOVE RST-ENTRY-ORD-LINE TO RST-FILE-ORD-LINE
096490         READ ORDER-FILE
096500         IF RST-ORDER-STATUS NOT = "00"
096510             DISPLAY "Order line not found."
096520         ELSE
096530             PERFORM 8709-CLEAR-OLD-ORDER-FIELDS
096540             PERFORM 8776-CAPTURE-RETURN
096550         END-IF
096560     END-IF.
096570
096580 8776-CAPTURE-RETURN.
096590*    LINES ENTERED SINCE ALLOCATION WAS SPLIT FROM SHIPMENT SHIP
096600*    WHAT THE CONFIRMATION RECORDED; OLDER LINES SHIPPED THEIR
096610*    ALLOCATION AT ENTRY. RESERVED AND CANCELLED LINES HAVE
096620*    SHIPPED NOTHING.
096630     EVALUATE RST-FILE-ORD-STATE
096640         WHEN "S"
096650             MOVE RST-FILE-ORD-SHIP-QTY TO RST-RET-SHIPPED-QTY
096660         WHEN "R"
096670         WHEN "X"
096680             MOVE 0 TO RST-RET-SHIPPED-QTY
096690         WHEN OTHER
096700             MOVE RST-FILE-ORD-ALLOC-QTY TO RST-RET-SHIPPED-QTY
096710     END-EVALUATE
096720     IF RST-RET-SHIPPED-QTY > RST-FILE-ORD-RET-QTY
096730         COMPUTE RST-RET-RETURNABLE-QTY =
096740             RST-RET-SHIPPED-QTY - RST-FILE-ORD-RET-QTY
096750     ELSE
096760         MOVE 0 TO RST-RET-RETURNABLE-QTY
096770     END-IF
096780     MOVE RST-FILE-ORD-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
096790     PERFORM 9800-FIND-PRODUCT
096800     IF RST-RECORD-NOT-FOUND
096810         DISPLAY "Product " RST-ENTRY-PRODUCT-ID
096820             " is no longer on file - return refused."
096830     ELSE
096840         DISPLAY "Order " RST-FILE-ORD-NUMBER
096850             " line " RST-FILE-ORD-LINE
096860             " for " RST-FILE-ORD-CUSTOMER
096870         DISPLAY "Product " RST-ENTRY-PRODUCT-ID
096880             " shipped " RST-RET-SHIPPED-QTY
096890             " already returned " RST-FILE-ORD-RET-QTY
096900         IF RST-RET-RETURNABLE-QTY = 0
096910             DISPLAY "Nothing left to return on that line."
096920         ELSE
096930             MOVE "N" TO RST-VALID-SWITCH
096940             PERFORM UNTIL RST-ENTRY-IS-VALID
096950                 PERFORM 8777-PROMPT-RETURN-QTY
096960             END-PERFORM
096970             IF RST-ENTRY-ADJUST-QTY = 0
096980                 DISPLAY "Return cancelled."
096990             ELSE
097000                 PERFORM 8778-PROMPT-RETURN-REASON
097010                 PERFORM 8779-PROMPT-DISPOSITION
097020                 IF RST-ENTRY-IS-VALID
097030                     PERFORM 8780-POST-CUSTOMER-RETURN
097040                 END-IF
097050             END-IF
097060         END-IF
097070     END-IF.
097080
097090 8777-PROMPT-RETURN-QTY.
097100     DISPLAY "Enter Quantity Returned (0=cancel): "
097110         WITH NO ADVANCING
097120     ACCEPT RST-ENTRY-ADJUST-EDIT
097130     INSPECT RST-ENTRY-ADJUST-EDIT
097140         REPLACING LEADING SPACE BY "0"
097150     IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
097160         DISPLAY "Quantity returned must be numeric -"
097170         DISPLAY "please re-enter."
097180     ELSE
097190         IF RST-ENTRY-ADJUST-QTY > RST-RET-RETURNABLE-QTY
097200             DISPLAY "Only " RST-RET-RETURNABLE-QTY
097210                 " can still be returned on that line -"
097220             DISPLAY "please re-enter."
097230         ELSE
097240             MOVE "Y" TO RST-VALID-SWITCH
097250         END-IF
097260     END-IF.
097270
097280 8778-PROMPT-RETURN-REASON.
097290     PERFORM VARYING RST-RET-SUBSCRIPT FROM 1 BY 1
097300         UNTIL RST-RET-SUBSCRIPT > RST-RET-REASON-MAX
097310         PERFORM 8781-SHOW-ONE-REASON
097320     END-PERFORM
097330     MOVE "N" TO RST-VALID-SWITCH
097340     PERFORM UNTIL RST-ENTRY-IS-VALID
097350         PERFORM 8782-ACCEPT-RETURN-REASON
097360     END-PERFORM.
097370
097380 8781-SHOW-ONE-REASON.
097390     DISPLAY "   " RST-RET-SUBSCRIPT " "
097400         RST-RET-REASON-TEXT (RST-RET-SUBSCRIPT).
097410
097420 8782-ACCEPT-RETURN-REASON.
097430     DISPLAY "Enter Reason Code: " WITH NO ADVANCING
097440     ACCEPT RST-ENTRY-REASON-EDIT
097450     INSPECT RST-ENTRY-REASON-EDIT
097460         REPLACING LEADING SPACE BY "0"
097470     IF RST-ENTRY-REASON-EDIT IS NOT NUMERIC
097480             OR RST-ENTRY-REASON = 0
097490             OR RST-ENTRY-REASON > RST-RET-REASON-MAX
097500         DISPLAY "Reason code must be one of the codes"
097510         DISPLAY "listed - please re-enter."
097520     ELSE
097530         MOVE "Y" TO RST-VALID-SWITCH
097540     END-IF.
097550
097560*--------------------------------------------------------------*
097570* SELLABLE RETURNS OF DATED GOODS NEED THEIR LOT AND EXPIRY     *
097580* BACK ON FILE OR ALLOCATION WILL NEVER SEE THEM; QUARANTINED   *
097590* STOCK STAYS OFF THE LOT FILE UNTIL IT IS RELEASED.            *
097600*--------------------------------------------------------------*
097610 8779-PROMPT-DISPOSITION.
097620     MOVE SPACE TO RST-ENTRY-DISPOSITION
097630     PERFORM UNTIL RST-ENTRY-DISPOSITION = "S"
097640             OR RST-ENTRY-DISPOSITION = "Q"
097650         PERFORM 8783-ACCEPT-DISPOSITION
097660     END-PERFORM
097670     MOVE "Y" TO RST-VALID-SWITCH
097680     IF RST-ENTRY-DISPOSITION = "Q"
097690         MOVE RST-QUARANTINE-LOCATION TO RST-ENTRY-LOCATION-CODE
097700     ELSE
097710         DISPLAY "Enter Location Code (blank="
097720             RST-HOME-LOCATION (RST-SUBSCRIPT) "): "
097730             WITH NO ADVANCING
097740         ACCEPT RST-ENTRY-LOCATION-CODE
097750         IF RST-ENTRY-LOCATION-CODE = SPACES
097760             MOVE RST-HOME-LOCATION (RST-SUBSCRIPT)
097770                 TO RST-ENTRY-LOCATION-CODE
097780         END-IF
097790         IF RST-ENTRY-LOCATION-CODE = RST-QUARANTINE-LOCATION
097800             DISPLAY "Sellable stock cannot go to the"
097810             DISPLAY "quarantine location - return refused."
097820             MOVE "N" TO RST-VALID-SWITCH
097830         END-IF
097840         IF RST-ENTRY-IS-VALID
097850             PERFORM 8784-CHECK-RETURN-BIN
097860         END-IF
097870         IF RST-ENTRY-IS-VALID
097880                 AND RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
097890             PERFORM 8047-PROMPT-LOT-DETAILS
097900         END-IF
097910     END-IF.
097920
097930 8783-ACCEPT-DISPOSITION.
097940     DISPLAY "Disposition - S=Back to Sellable Stock,"
097950     DISPLAY "Q=Quarantine: " WITH NO ADVANCING
097960     ACCEPT RST-ENTRY-DISPOSITION
097970     IF RST-ENTRY-DISPOSITION = "s"
097980         MOVE "S" TO RST-ENTRY-DISPOSITION
097990     END-IF
098000     IF RST-ENTRY-DISPOSITION = "q"
098010         MOVE "Q" TO RST-ENTRY-DISPOSITION
098020     END-IF
098030     IF RST-ENTRY-DISPOSITION NOT = "S"
098040             AND RST-ENTRY-DISPOSITION NOT = "Q"
098050         DISPLAY "Disposition must be S or Q."
098060     END-IF.
098070
098080 8784-CHECK-RETURN-BIN.
098090     PERFORM 9842-CHECK-ENTERED-LOCATION
098100     IF RST-BIN-NOT-ON-FILE
098110         MOVE "N" TO RST-VALID-SWITCH
098120     ELSE
098130         IF RST-ENTRY-LOCATION-CODE NOT = SPACES
098140                 AND RST-FILE-BIN-TYPE = "Q"
098150             DISPLAY "Sellable stock cannot go to a"
098160             DISPLAY "quarantine bin - return refused."
098170             MOVE "N" TO RST-VALID-SWITCH
098180         END-IF
098190     END-IF.
098200
098210*--------------------------------------------------------------*
098220* THE UNIT COST IS THE ORDER LINE'S RELIEVED VALUE OVER THE     *
098230* QUANTITY IT SHIPPED. LINES SHIPPED FROM STOCK THAT PREDATES   *
098240* COST TRACKING CARRY NO VALUE, AND THEIR RETURNS COME BACK     *
098250* UNCOSTED JUST AS THE STOCK WENT OUT.                          *
098260*--------------------------------------------------------------*
098270 8780-POST-CUSTOMER-RETURN.
098280     MOVE 0 TO RST-LAYER-COST
098290     IF RST-RET-SHIPPED-QTY > 0
098300         COMPUTE RST-LAYER-COST ROUNDED =
098310             RST-FILE-ORD-COST-VALUE / RST-RET-SHIPPED-QTY
098320     END-IF
098330     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
098340     ADD RST-ENTRY-ADJUST-QTY TO RST-PRODUCT-QTY (RST-SUBSCRIPT)
098350     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
098360     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
098370     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
098380     IF RST-ENTRY-LOCATION-CODE NOT = SPACES
098390         PERFORM 9850-RECEIVE-AT-LOCATION
098400     END-IF
098410     IF RST-ENTRY-DISPOSITION = "S"
098420             AND RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
098430         PERFORM 8048-FILE-LOT-RECEIPT
098440     END-IF
098450     IF RST-LAYER-COST > 0
098460         MOVE RST-ENTRY-ADJUST-QTY TO RST-LAYER-QTY
098470         PERFORM 9300-ADD-COST-LAYER
098480     ELSE
098490         MOVE 0 TO RST-ACTION-VALUE
098500         DISPLAY "No relief cost on the order line - the"
098510         DISPLAY "returned stock is uncosted."
098520     END-IF
098530     MOVE RST-ACTION-VALUE TO RST-RET-VALUE
098540     MOVE RST-FILE-ORD-NUMBER TO RST-RTD-ORDER
098550     MOVE RST-FILE-ORD-LINE TO RST-RTD-LINE
098560     MOVE RST-ENTRY-REASON TO RST-RTD-REASON
098570     MOVE RST-ENTRY-DISPOSITION TO RST-RTD-DISPOSITION
098580     MOVE RST-ENTRY-LOCATION-CODE TO RST-ACTION-LOCATION
098590     MOVE "RETURN" TO RST-ACTION-CODE
098600     MOVE RST-RETURN-DETAIL TO RST-ACTION-DETAIL
098610     PERFORM 9500-WRITE-AUDIT-RECORD
098620     ADD RST-ENTRY-ADJUST-QTY TO RST-FILE-ORD-RET-QTY
098630     REWRITE ORDER-RECORD
098640     IF RST-ORDER-STATUS NOT = "00"
098650         DISPLAY "Warning: could not rewrite order line,"
098660         DISPLAY "status " RST-ORDER-STATUS
098670     END-IF
098680     PERFORM 8785-WRITE-RETURN-RECORD
098690     DISPLAY "Return posted: " RST-ENTRY-ADJUST-QTY
098700         " of " RST-ENTRY-PRODUCT-ID
098710         " to " RST-ENTRY-LOCATION-CODE ".".
098720
098730*--------------------------------------------------------------*
098740* RETURN ROWS ARE KEYED ORDER / LINE / SEQUENCE, SO SEVERAL     *
098750* PART-RETURNS AGAINST ONE LINE EACH KEEP THEIR OWN ROW.        *
098760*--------------------------------------------------------------*
098770 8785-WRITE-RETURN-RECORD.
098780     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
098790     MOVE 0 TO RST-RET-NEXT-SEQ
098800     MOVE RST-RTD-ORDER TO RST-FILE-RET-ORDER
098810     MOVE RST-RTD-LINE TO RST-FILE-RET-LINE
098820     MOVE 0 TO RST-FILE-RET-SEQ
098830     START RETURN-FILE KEY IS NOT LESS THAN RST-FILE-RET-KEY
098840     IF RST-RETURN-STATUS = "00"
098850         PERFORM 8786-READ-RETURN-RECORD
098860         PERFORM UNTIL RST-RETURN-STATUS NOT = "00"
098870                 OR RST-FILE-RET-ORDER NOT = RST-RTD-ORDER
098880                 OR RST-FILE-RET-LINE NOT = RST-RTD-LINE
098890             PERFORM 8787-NOTE-RETURN-SEQ
098900             PERFORM 8786-READ-RETURN-RECORD
098910         END-PERFORM
098920     END-IF
098930     ADD 1 TO RST-RET-NEXT-SEQ
098940     MOVE RST-RTD-ORDER TO RST-FILE-RET-ORDER
098950     MOVE RST-RTD-LINE TO RST-FILE-RET-LINE
098960     MOVE RST-RET-NEXT-SEQ TO RST-FILE-RET-SEQ
098970     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-RET-PRODUCT-ID
098980     MOVE RST-ENTRY-ADJUST-QTY TO RST-FILE-RET-QTY
098990     MOVE RST-ENTRY-REASON TO RST-FILE-RET-REASON
099000     MOVE RST-ENTRY-DISPOSITION TO RST-FILE-RET-DISPOSITION
099010     MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-RET-LOCATION
099020     MOVE RST-LAYER-COST TO RST-FILE-RET-UNIT-COST
099030     MOVE RST-RET-VALUE TO RST-FILE-RET-VALUE
099040     MOVE RST-SYSTEM-DATE TO RST-FILE-RET-DATE
099050     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-RET-OPERATOR
099060     WRITE RETURN-RECORD
099070     IF RST-RETURN-STATUS NOT = "00"
099080         DISPLAY "Warning: could not write return record,"
099090         DISPLAY "status " RST-RETURN-STATUS
099100     END-IF.
099110
099120 8786-READ-RETURN-RECORD.
099130     READ RETURN-FILE NEXT RECORD.
099140
099150 8787-NOTE-RETURN-SEQ.
099160     MOVE RST-FILE-RET-SEQ TO RST-RET-NEXT-SEQ.
099170
099180*--------------------------------------------------------------*
099190* RETURNS BY REASON - EVERY RETURN ROW INSIDE THE DATE RANGE    *
099200* IS TALLIED UNDER ITS REASON CODE, QUANTITY SPLIT BY WHERE IT  *
099210* WENT, VALUE AT THE COST IT CAME BACK AT.                      *
099220*--------------------------------------------------------------*
099230 8790-RETURNS-BY-REASON-REPORT.
099240     PERFORM 9355-PROMPT-DATE-RANGE
099250     PERFORM VARYING RST-RET-SUBSCRIPT FROM 1 BY 1
099260         UNTIL RST-RET-SUBSCRIPT > RST-RET-REASON-MAX
099270         PERFORM 8791-CLEAR-REASON-TALLY
099280     END-PERFORM
099290     MOVE 0 TO RST-RTX-LINES
099300     MOVE 0 TO RST-RTX-SELL-QTY
099310     MOVE 0 TO RST-RTX-QUAR-QTY
099320     MOVE 0 TO RST-RTX-VALUE
099330     MOVE LOW-VALUES TO RST-FILE-RET-KEY
099340     START RETURN-FILE KEY IS NOT LESS THAN RST-FILE-RET-KEY
099350     IF RST-RETURN-STATUS = "00"
099360         PERFORM 8786-READ-RETURN-RECORD
099370         PERFORM UNTIL RST-RETURN-STATUS NOT = "00"
099380             PERFORM 8792-TALLY-ONE-RETURN
099390             PERFORM 8786-READ-RETURN-RECORD
099400         END-PERFORM
099410     END-IF
099420     MOVE RST-RETREP-HEADING TO RST-PRINT-LINE
099430     PERFORM 9950-WRITE-REPORT-LINE
099440     MOVE RST-RETREP-COLUMN-HEADING TO RST-PRINT-LINE
099450     PERFORM 9950-WRITE-REPORT-LINE
099460     PERFORM VARYING RST-RET-SUBSCRIPT FROM 1 BY 1
099470         UNTIL RST-RET-SUBSCRIPT > RST-RET-REASON-MAX
099480         PERFORM 8795-PRINT-REASON-LINE
099490     END-PERFORM
099500     MOVE SPACES TO RST-RRD-CODE
099510     MOVE "ALL REASONS" TO RST-RRD-REASON
099520     MOVE RST-RTX-LINES TO RST-RRD-LINES
099530     MOVE RST-RTX-SELL-QTY TO RST-RRD-SELL-QTY
099540     MOVE RST-RTX-QUAR-QTY TO RST-RRD-QUAR-QTY
099550     MOVE RST-RTX-VALUE TO RST-RRD-VALUE
099560     MOVE RST-RETREP-DETAIL TO RST-PRINT-LINE
099570     PERFORM 9950-WRITE-REPORT-LINE.
099580
099590 8791-CLEAR-REASON-TALLY.
099600     MOVE 0 TO RST-RTT-LINES (RST-RET-SUBSCRIPT)
099610     MOVE 0 TO RST-RTT-SELL-QTY (RST-RET-SUBSCRIPT)
099620     MOVE 0 TO RST-RTT-QUAR-QTY (RST-RET-SUBSCRIPT)
099630     MOVE 0 TO RST-RTT-VALUE (RST-RET-SUBSCRIPT).
099640
099650 8792-TALLY-ONE-RETURN.
099660     IF RST-FILE-RET-DATE NOT < RST-ENTRY-DATE-FROM
099670             AND RST-FILE-RET-DATE NOT > RST-ENTRY-DATE-TO
099680             AND RST-FILE-RET-REASON > 0
099690             AND RST-FILE-RET-REASON NOT > RST-RET-REASON-MAX
099700         MOVE RST-FILE-RET-REASON TO RST-RET-SUBSCRIPT
099710         ADD 1 TO RST-RTT-LINES (RST-RET-SUBSCRIPT)
099720         ADD 1 TO RST-RTX-LINES
099730         IF RST-FILE-RET-DISPOSITION = "Q"
099740             ADD RST-FILE-RET-QTY
099750                 TO RST-RTT-QUAR-QTY (RST-RET-SUBSCRIPT)
099760             ADD RST-FILE-RET-QTY TO RST-RTX-QUAR-QTY
099770         ELSE
099780             ADD RST-FILE-RET-QTY
099790                 TO RST-RTT-SELL-QTY (RST-RET-SUBSCRIPT)
099800             ADD RST-FILE-RET-QTY TO RST-RTX-SELL-QTY
099810         END-IF
099820         ADD RST-FILE-RET-VALUE
099830             TO RST-RTT-VALUE (RST-RET-SUBSCRIPT)
099840         ADD RST-FILE-RET-VALUE TO RST-RTX-VALUE
099850     END-IF.
099860
099870 8795-PRINT-REASON-LINE.
099880     MOVE RST-RET-SUBSCRIPT TO RST-RRD-CODE
099890     MOVE RST-RET-REASON-TEXT (RST-RET-SUBSCRIPT)
099900         TO RST-RRD-REASON
099910     MOVE RST-RTT-LINES (RST-RET-SUBSCRIPT) TO RST-RRD-LINES
099920     MOVE RST-RTT-SELL-QTY (RST-RET-SUBSCRIPT)
099930         TO RST-RRD-SELL-QTY
099940     MOVE RST-RTT-QUAR-QTY (RST-RET-SUBSCRIPT)
099950         TO RST-RRD-QUAR-QTY
099960     MOVE RST-RTT-VALUE (RST-RET-SUBSCRIPT) TO RST-RRD-VALUE
099970     MOVE RST-RETREP-DETAIL TO RST-PRINT-LINE
099980     PERFORM 9950-WRITE-REPORT-LINE.
099990
100000*--------------------------------------------------------------*
100010* SUPPLIER DELIVERY SCORECARD - WALKS THE PO FILE AND SCORES    *
100020* EACH SUPPLIER ON DECIDED LINES: AVERAGE ACTUAL LEAD TIME      *
100030* (PO DATE TO RECEIPT DATE) AGAINST THE PROMISED LEAD TIME ON   *
100040* THE SUPPLIER MASTER, THE PERCENTAGE OF CLOSED LINES THAT      *
100050* LANDED LATE, AND THE FILL RATE OF RECEIVED AGAINST ORDERED    *
100060* QUANTITY. LINES CLOSED BEFORE THE RECEIPT DATE EXISTED HAVE   *
100070* NO DATE AND SIT OUT THE LEAD-TIME FIGURES.                    *
100080*--------------------------------------------------------------*
100090 8800-SUPPLIER-SCORECARD.
100100     MOVE 0 TO RST-SCORE-COUNT
100110     PERFORM 8805-TALLY-PO-HISTORY
100120     MOVE RST-SCORE-HEADING TO RST-PRINT-LINE
100130     PERFORM 9950-WRITE-REPORT-LINE
100140     IF RST-SCORE-COUNT = 0
100150         MOVE "No decided PO lines to score."
100160             TO RST-PRINT-LINE
100170         PERFORM 9950-WRITE-REPORT-LINE
100180     ELSE
100190         MOVE RST-SCORE-COLUMN-HEADING TO RST-PRINT-LINE
100200         PERFORM 9950-WRITE-REPORT-LINE
100210         PERFORM VARYING RST-SCOR-SUBSCRIPT FROM 1 BY 1
100220             UNTIL RST-SCOR-SUBSCRIPT > RST-SCORE-COUNT
100230             PERFORM 8830-PRINT-SCORECARD-LINE
100240         END-PERFORM
100250     END-IF.
100260
100270 8805-TALLY-PO-HISTORY.
100280     MOVE LOW-VALUES TO RST-FILE-PO-KEY
100290     START PO-FILE KEY IS NOT LESS THAN RST-FILE-PO-KEY
100300     IF RST-PO-STATUS = "00"
100310         PERFORM 8030-READ-PO-RECORD
100320         PERFORM UNTIL RST-PO-STATUS NOT = "00"
100330             PERFORM 8810-TALLY-ONE-SCORE-LINE
100340             PERFORM 8030-READ-PO-RECORD
100350         END-PERFORM
100360     END-IF.
100370
100380 8810-TALLY-ONE-SCORE-LINE.
100390     IF RST-FILE-PO-STATUS = "C" OR RST-FILE-PO-STATUS = "X"
100400         PERFORM 8815-FIND-OR-ADD-SCORE-ROW
100410         IF RST-SCOR-SUBSCRIPT > 0
100420             ADD RST-FILE-PO-ORDER-QTY
100430                 TO RST-SCO-ORDER-QTY (RST-SCOR-SUBSCRIPT)
100440             ADD RST-FILE-PO-RECD-QTY
100450                 TO RST-SCO-RECD-QTY (RST-SCOR-SUBSCRIPT)
100460             IF RST-FILE-PO-STATUS = "C"
100470                     AND RST-FILE-PO-RECD-DATE > 0
100480                 PERFORM 8820-TALLY-LEAD-TIME
100490             END-IF
100500         END-IF
100510     END-IF.
100520
100530 8815-FIND-OR-ADD-SCORE-ROW.
100540     MOVE "N" TO RST-FOUND-SWITCH
100550     PERFORM VARYING RST-SCOR-SUBSCRIPT FROM 1 BY 1
100560         UNTIL RST-SCOR-SUBSCRIPT > RST-SCORE-COUNT
100570             OR RST-RECORD-FOUND
100580         PERFORM 8817-CHECK-SCORE-MATCH
100590     END-PERFORM
100600     IF RST-RECORD-FOUND
100610         SUBTRACT 1 FROM RST-SCOR-SUBSCRIPT
100620     ELSE
100630         IF RST-SCORE-COUNT >= 200
100640             DISPLAY "Warning: scorecard table is full -"
100650             DISPLAY "supplier " RST-FILE-PO-SUPPLIER
100660             DISPLAY "not scored."
100670             MOVE 0 TO RST-SCOR-SUBSCRIPT
100680         ELSE
100690             ADD 1 TO RST-SCORE-COUNT
100700             MOVE RST-SCORE-COUNT TO RST-SCOR-SUBSCRIPT
100710             MOVE RST-FILE-PO-SUPPLIER
100720                 TO RST-SCO-SUPPLIER (RST-SCOR-SUBSCRIPT)
100730             MOVE 0 TO RST-SCO-LINES (RST-SCOR-SUBSCRIPT)
100740             MOVE 0 TO RST-SCO-LEAD-SUM (RST-SCOR-SUBSCRIPT)
100750             MOVE 0
100760                 TO RST-SCO-LATE-LINES (RST-SCOR-SUBSCRIPT)
100770             MOVE 0 TO RST-SCO-ORDER-QTY (RST-SCOR-SUBSCRIPT)
100780             MOVE 0 TO RST-SCO-RECD-QTY (RST-SCOR-SUBSCRIPT)
100790         END-IF
100800     END-IF.
100810
100820 8817-CHECK-SCORE-MATCH.
100830     IF RST-SCO-SUPPLIER (RST-SCOR-SUBSCRIPT)
100840             = RST-FILE-PO-SUPPLIER
100850         MOVE "Y" TO RST-FOUND-SWITCH
100860     END-IF.
100870
100880 8820-TALLY-LEAD-TIME.
100890     MOVE RST-FILE-PO-DATE TO RST-DATE-WORK
100900     PERFORM 9470-DATE-TO-DAY-NUMBER
100910     MOVE RST-DAY-NUMBER TO RST-SCOR-ORDER-DAY
100920     MOVE RST-FILE-PO-RECD-DATE TO RST-DATE-WORK
100930     PERFORM 9470-DATE-TO-DAY-NUMBER
100940     COMPUTE RST-SCOR-LEAD-DAYS =
100950         RST-DAY-NUMBER - RST-SCOR-ORDER-DAY
100960     IF RST-SCOR-LEAD-DAYS < 0
100970         MOVE 0 TO RST-SCOR-LEAD-DAYS
100980     END-IF
100990     ADD 1 TO RST-SCO-LINES (RST-SCOR-SUBSCRIPT)
101000     ADD RST-SCOR-LEAD-DAYS
101010         TO RST-SCO-LEAD-SUM (RST-SCOR-SUBSCRIPT)
101020     MOVE RST-FILE-PO-SUPPLIER TO RST-FILE-SUPPLIER-CODE
101030     READ SUPPLIER-FILE
101040     IF RST-SUPPLIER-STATUS = "00"
101050             AND RST-SCOR-LEAD-DAYS > RST-FILE-LEAD-TIME
101060         ADD 1 TO RST-SCO-LATE-LINES (RST-SCOR-SUBSCRIPT)
101070     END-IF.
101080
101090 8830-PRINT-SCORECARD-LINE.
101100     MOVE RST-SCO-SUPPLIER (RST-SCOR-SUBSCRIPT)
101110         TO RST-SCD-SUPPLIER
101120     MOVE RST-SCO-SUPPLIER (RST-SCOR-SUBSCRIPT)
101130         TO RST-FILE-SUPPLIER-CODE
101140     READ SUPPLIER-FILE
101150     IF RST-SUPPLIER-STATUS = "00"
101160         MOVE RST-FILE-SUPPLIER-NAME TO RST-SCD-NAME
101170         MOVE RST-FILE-LEAD-TIME TO RST-SCOR-PROMISED
101180     ELSE
101190         MOVE "** NOT ON FILE **" TO RST-SCD-NAME
101200         MOVE 0 TO RST-SCOR-PROMISED
101210     END-IF
101220     MOVE RST-SCO-LINES (RST-SCOR-SUBSCRIPT) TO RST-SCD-LINES
101230     IF RST-SCO-LINES (RST-SCOR-SUBSCRIPT) > 0
101240         COMPUTE RST-SCOR-AVG-LEAD ROUNDED =
101250             RST-SCO-LEAD-SUM (RST-SCOR-SUBSCRIPT)
101260             / RST-SCO-LINES (RST-SCOR-SUBSCRIPT)
101270         COMPUTE RST-SCOR-PCT-LATE ROUNDED =
101280             RST-SCO-LATE-LINES (RST-SCOR-SUBSCRIPT) * 100
101290             / RST-SCO-LINES (RST-SCOR-SUBSCRIPT)
101300     ELSE
101310         MOVE 0 TO RST-SCOR-AVG-LEAD
101320         MOVE 0 TO RST-SCOR-PCT-LATE
101330     END-IF
101340     IF RST-SCO-ORDER-QTY (RST-SCOR-SUBSCRIPT) > 0
101350         COMPUTE RST-SCOR-FILL-PCT ROUNDED =
101360             RST-SCO-RECD-QTY (RST-SCOR-SUBSCRIPT) * 100
101370             / RST-SCO-ORDER-QTY (RST-SCOR-SUBSCRIPT)
101380     ELSE
101390         MOVE 0 TO RST-SCOR-FILL-PCT
101400     END-IF
101410     MOVE RST-SCOR-AVG-LEAD TO RST-SCD-AVG-LEAD
101420     MOVE RST-SCOR-PROMISED TO RST-SCD-PROMISED
101430     MOVE RST-SCOR-PCT-LATE TO RST-SCD-PCT-LATE
101440     MOVE RST-SCOR-FILL-PCT TO RST-SCD-FILL-PCT
101450     MOVE RST-SCORE-DETAIL TO RST-PRINT-LINE
101460     PERFORM 9950-WRITE-REPORT-LINE.
101470
101480*--------------------------------------------------------------*
101490* PRICE MAINTENANCE - THE LIST PRICE ON THE MASTER IS ONLY A    *
101500* CACHE OF WHATEVER PRICE HISTORY ROW IS EFFECTIVE TODAY. NEW   *
101510* PRICES ARE ENTERED HERE WITH AN EFFECTIVE DATE (FUTURE DATES  *
101520* SCHEDULE THE CHANGE - THE JANUARY LIST CAN GO ON FILE IN      *
101530* DECEMBER), THE BATCH RUN APPLIES WHATEVER HAS COME INTO       *
101540* EFFECT, AND THE MARGIN REPORT SHOWS WHERE THE CURRENT PRICE   *
101550* SITS AGAINST THE FIFO COST OF THE STOCK ON HAND.              *
101560*--------------------------------------------------------------*
101570 8900-PRICE-MAINTENANCE.
101580     MOVE SPACES TO RST-ENTRY-SUB-OPTION
101590     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
101600             OR RST-ENTRY-SUB-OPTION = "x"
101610         PERFORM 8905-PROCESS-PRICE-OPTION
101620     END-PERFORM.
101630
101640 8905-PROCESS-PRICE-OPTION.
101650     DISPLAY " "
101660     DISPLAY "Price Maintenance - E=Enter Price Change,"
101670     DISPLAY "L=List Price History, M=Margin Report,"
101680     DISPLAY "X=Return: " WITH NO ADVANCING
101690     ACCEPT RST-ENTRY-SUB-OPTION
101700     EVALUATE RST-ENTRY-SUB-OPTION
101710         WHEN "E"
101720         WHEN "e"
101730             PERFORM 8910-ENTER-PRICE-CHANGE
101740         WHEN "L"
101750         WHEN "l"
101760             PERFORM 8930-LIST-PRICE-HISTORY
101770         WHEN "M"
101780         WHEN "m"
101790             PERFORM 8940-MARGIN-REPORT
101800         WHEN "X"
101810         WHEN "x"
101820             CONTINUE
101830         WHEN OTHER
101840             DISPLAY "Invalid option."
101850     END-EVALUATE.
101860
101870 8910-ENTER-PRICE-CHANGE.
101880     DISPLAY "Enter Product ID: " WITH NO ADVANCING
101890     ACCEPT RST-ENTRY-PRODUCT-ID
101900     PERFORM 9800-FIND-PRODUCT
101910     IF RST-RECORD-NOT-FOUND
101920         DISPLAY "Product ID not found."
101930     ELSE
101940         DISPLAY "Current Price: $"
101950             RST-PRODUCT-PRICE (RST-SUBSCRIPT)
101960         MOVE "N" TO RST-VALID-SWITCH
101970         PERFORM UNTIL RST-ENTRY-IS-VALID
101980             PERFORM 8912-PROMPT-NEW-PRICE
101990         END-PERFORM
102000         PERFORM 8914-PROMPT-EFFECTIVE-DATE
102010         PERFORM 8916-FILE-DATED-PRICE-ROW
102020     END-IF.
102030
102040 8912-PROMPT-NEW-PRICE.
102050     DISPLAY "Enter New Price (no decimal point, e.g."
102060         WITH NO ADVANCING
102070     DISPLAY " 550 = $5.50): " WITH NO ADVANCING
102080     ACCEPT RST-ENTRY-PRICE-EDIT
102090     INSPECT RST-ENTRY-PRICE-EDIT
102100         REPLACING LEADING SPACE BY "0"
102110     IF RST-ENTRY-PRICE-EDIT IS NOT NUMERIC
102120             OR RST-ENTRY-UNIT-PRICE = 0
102130         DISPLAY "Price must be numeric and greater than"
102140         DISPLAY "zero - please re-enter."
102150     ELSE
102160         MOVE "Y" TO RST-VALID-SWITCH
102170     END-IF.
102180
102190 8914-PROMPT-EFFECTIVE-DATE.
102200     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
102210     DISPLAY "Enter Effective Date YYYYMMDD (blank=today): "
102220         WITH NO ADVANCING
102230     ACCEPT RST-ENTRY-EFF-DATE-EDIT
102240     INSPECT RST-ENTRY-EFF-DATE-EDIT
102250         REPLACING LEADING SPACE BY "0"
102260     IF RST-ENTRY-EFF-DATE-EDIT IS NOT NUMERIC
102270             OR RST-ENTRY-EFF-DATE = 0
102280         MOVE RST-SYSTEM-DATE TO RST-ENTRY-EFF-DATE
102290     END-IF.
102300
102310 8916-FILE-DATED-PRICE-ROW.
102320     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-PRC-PRODUCT-ID
102330     MOVE RST-ENTRY-EFF-DATE TO RST-FILE-PRC-EFF-DATE
102340     MOVE RST-ENTRY-UNIT-PRICE TO RST-FILE-PRC-PRICE
102350     MOVE RST-SYSTEM-DATE TO RST-FILE-PRC-ENTERED
102360     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-PRC-OPERATOR
102370     WRITE PRICE-RECORD
102380     IF RST-PRICE-STATUS = "22"
102390         REWRITE PRICE-RECORD
102400         DISPLAY "Price for that effective date restated."
102410     END-IF
102420     IF RST-PRICE-STATUS NOT = "00"
102430         DISPLAY "Warning: could not file price row,"
102440         DISPLAY "status " RST-PRICE-STATUS
102450     ELSE
102460         IF RST-ENTRY-EFF-DATE > RST-SYSTEM-DATE
102470             DISPLAY "Price change scheduled for "
102480                 RST-ENTRY-EFF-DATE "."
102490         ELSE
102500             MOVE RST-SYSTEM-DATE TO RST-PRC-ASOF-DATE
102510             PERFORM 8920-RESOLVE-PRICE-FOR-PRODUCT
102520             IF RST-PRICE-FOUND
102530                     AND RST-PRC-RESOLVED-PRICE NOT =
102540                         RST-PRODUCT-PRICE (RST-SUBSCRIPT)
102550                 PERFORM 8925-APPLY-RESOLVED-PRICE
102560             END-IF
102570             DISPLAY "Price change applied."
102580         END-IF
102590     END-IF.
102600
102610*--------------------------------------------------------------*
102620* RESOLVES THE PRICE EFFECTIVE ON RST-PRC-ASOF-DATE - THE       *
102630* LATEST HISTORY ROW DATED ON OR BEFORE IT. READING THE FILE    *
102640* IN KEY ORDER MEANS THE LAST QUALIFYING ROW SEEN WINS.         *
102650*--------------------------------------------------------------*
102660 8920-RESOLVE-PRICE-FOR-PRODUCT.
102670     MOVE "N" TO RST-PRC-FOUND-SWITCH
102680     MOVE 0 TO RST-PRC-RESOLVED-PRICE
102690     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-PRC-PRODUCT-ID
102700     MOVE 0 TO RST-FILE-PRC-EFF-DATE
102710     START PRICE-FILE KEY IS NOT LESS THAN
102720         RST-FILE-PRC-KEY
102730     IF RST-PRICE-STATUS = "00"
102740         PERFORM 8922-READ-PRICE-RECORD
102750         PERFORM UNTIL RST-PRICE-STATUS NOT = "00"
102760                 OR RST-FILE-PRC-PRODUCT-ID
102770                     NOT = RST-ENTRY-PRODUCT-ID
102780                 OR RST-FILE-PRC-EFF-DATE > RST-PRC-ASOF-DATE
102790             MOVE RST-FILE-PRC-PRICE
102800                 TO RST-PRC-RESOLVED-PRICE
102810             MOVE "Y" TO RST-PRC-FOUND-SWITCH
102820             PERFORM 8922-READ-PRICE-RECORD
102830         END-PERFORM
102840     END-IF.
102850
102860 8922-READ-PRICE-RECORD.
102870     READ PRICE-FILE NEXT RECORD.
102880
102890 8925-APPLY-RESOLVED-PRICE.
102900     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-BEFORE
102910     MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT) TO RST-QTY-AFTER
102920     MOVE RST-PRC-RESOLVED-PRICE
102930         TO RST-PRODUCT-PRICE (RST-SUBSCRIPT)
102940     SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
102950     PERFORM 9655-REWRITE-PRODUCT-TO-FILE
102960     MOVE "PRICE-CHG" TO RST-ACTION-CODE
102970     MOVE RST-PRC-RESOLVED-PRICE TO RST-PRD-PRICE
102980     MOVE RST-PRICE-DETAIL TO RST-ACTION-DETAIL
102990     PERFORM 9500-WRITE-AUDIT-RECORD.
103000
103010 8930-LIST-PRICE-HISTORY.
103020     DISPLAY "Enter Product ID: " WITH NO ADVANCING
103030     ACCEPT RST-ENTRY-PRODUCT-ID
103040     MOVE RST-ENTRY-PRODUCT-ID TO RST-PHH-PRODUCT-ID
103050     MOVE RST-PRCH-HEADING TO RST-PRINT-LINE
103060     PERFORM 9950-WRITE-REPORT-LINE
103070     MOVE 0 TO RST-HIST-MATCHES
103080     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-PRC-PRODUCT-ID
103090     MOVE 0 TO RST-FILE-PRC-EFF-DATE
103100     START PRICE-FILE KEY IS NOT LESS THAN
103110         RST-FILE-PRC-KEY
103120     IF RST-PRICE-STATUS = "00"
103130         PERFORM 8922-READ-PRICE-RECORD
103140         PERFORM UNTIL RST-PRICE-STATUS NOT = "00"
103150                 OR RST-FILE-PRC-PRODUCT-ID
103160                     NOT = RST-ENTRY-PRODUCT-ID
103170             PERFORM 8935-PRINT-PRICE-HISTORY-LINE
103180             PERFORM 8922-READ-PRICE-RECORD
103190         END-PERFORM
103200     END-IF
103210     IF RST-HIST-MATCHES = 0
103220         MOVE "No price history on file." TO RST-PRINT-LINE
103230         PERFORM 9950-WRITE-REPORT-LINE
103240     END-IF.
103250
103260 8935-PRINT-PRICE-HISTORY-LINE.
103270     MOVE RST-FILE-PRC-EFF-DATE TO RST-PHD-EFF-DATE
103280     MOVE RST-FILE-PRC-PRICE TO RST-PHD-PRICE
103290     MOVE RST-FILE-PRC-ENTERED TO RST-PHD-ENTERED
103300     MOVE RST-FILE-PRC-OPERATOR TO RST-PHD-OPERATOR
103310     MOVE RST-PRCH-DETAIL TO RST-PRINT-LINE
103320     PERFORM 9950-WRITE-REPORT-LINE
103330     ADD 1 TO RST-HIST-MATCHES.
103340
103350*--------------------------------------------------------------*
103360* MARGIN REPORT - EACH PRODUCT'S CURRENT LIST PRICE AGAINST     *
103370* THE WEIGHTED AVERAGE COST OF ITS REMAINING FIFO LAYERS.       *
103380* PRODUCTS WITH NO LAYERS SHOW NO COST AND NO FLAG - THERE IS   *
103390* NOTHING ON HAND TO BE SELLING BELOW COST.                     *
103400*--------------------------------------------------------------*
103410 8940-MARGIN-REPORT.
103420     MOVE RST-MARGIN-HEADING TO RST-PRINT-LINE
103430     PERFORM 9950-WRITE-REPORT-LINE
103440     MOVE RST-MARGIN-COLUMN-HEADING TO RST-PRINT-LINE
103450     PERFORM 9950-WRITE-REPORT-LINE
103460     IF RST-PRODUCT-COUNT = 0
103470         MOVE "No products on file." TO RST-PRINT-LINE
103480         PERFORM 9950-WRITE-REPORT-LINE
103490     ELSE
103500         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
103510             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
103520             PERFORM 8945-PRINT-MARGIN-LINE
103530         END-PERFORM
103540     END-IF.
103550
103560 8945-PRINT-MARGIN-LINE.
103570     MOVE 0 TO RST-MARGIN-LAYER-QTY
103580     MOVE 0 TO RST-MARGIN-LAYER-VALUE
103590     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
103600         TO RST-ENTRY-PRODUCT-ID
103610     PERFORM 9315-START-COST-FILE-AT-PRODUCT
103620     IF RST-COST-STATUS = "00"
103630         PERFORM 9310-READ-COST-RECORD
103640         PERFORM UNTIL RST-COST-STATUS NOT = "00"
103650                 OR RST-FILE-CST-PRODUCT-ID
103660                     NOT = RST-ENTRY-PRODUCT-ID
103670             PERFORM 8947-ADD-LAYER-TO-MARGIN
103680             PERFORM 9310-READ-COST-RECORD
103690         END-PERFORM
103700     END-IF
103710     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
103720         TO RST-MGD-PRODUCT-ID
103730     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
103740         TO RST-MGD-PRODUCT-NAME
103750     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX) TO RST-MGD-PRICE
103760     IF RST-MARGIN-LAYER-QTY > 0
103770         COMPUTE RST-MARGIN-AVG-COST ROUNDED =
103780             RST-MARGIN-LAYER-VALUE / RST-MARGIN-LAYER-QTY
103790         COMPUTE RST-MARGIN-AMOUNT =
103800             RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
103810             - RST-MARGIN-AVG-COST
103820         IF RST-PRODUCT-PRICE (RST-PRODUCT-IDX) > 0
103830             COMPUTE RST-MARGIN-PCT ROUNDED =
103840                 RST-MARGIN-AMOUNT * 100
103850                 / RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
103860         ELSE
103870             MOVE 0 TO RST-MARGIN-PCT
103880         END-IF
103890         MOVE RST-MARGIN-AVG-COST TO RST-MGD-COST
103900         MOVE RST-MARGIN-AMOUNT TO RST-MGD-MARGIN
103910         MOVE RST-MARGIN-PCT TO RST-MGD-PCT
103920         IF RST-MARGIN-AMOUNT > 0
103930             MOVE SPACES TO RST-MGD-FLAG
103940         ELSE
103950             MOVE "** BELOW COST **" TO RST-MGD-FLAG
103960         END-IF
103970     ELSE
103980         MOVE 0 TO RST-MGD-COST
103990         MOVE 0 TO RST-MGD-MARGIN
104000         MOVE 0 TO RST-MGD-PCT
104010         MOVE "NO COST LAYERS" TO RST-MGD-FLAG
104020     END-IF
104030     MOVE RST-MARGIN-DETAIL TO RST-PRINT-LINE
104040     PERFORM 9950-WRITE-REPORT-LINE.
104050
104060 8947-ADD-LAYER-TO-MARGIN.
104070     ADD RST-FILE-CST-QTY TO RST-MARGIN-LAYER-QTY
104080     COMPUTE RST-MARGIN-LAYER-VALUE =
104090         RST-MARGIN-LAYER-VALUE
104100         + RST-FILE-CST-QTY * RST-FILE-CST-UNIT-COST.
104110
104120*--------------------------------------------------------------*
104130* LOW-STOCK / REORDER REPORT - A ZERO THRESHOLD MEANS "USE      *
104140* EACH PRODUCT'S OWN REORDER LEVEL" RATHER THAN ONE FLAT CUT.   *
104150* PRODUCTS ARE TESTED ON AVAILABLE-TO-SELL, NOT ON-HAND, SO     *
104160* STOCK ALREADY RESERVED FOR ORDERS DOES NOT HIDE A SHORTAGE.   *
104170*--------------------------------------------------------------*
104180 9000-LOW-STOCK-REPORT.
104190     IF RST-INTERACTIVE-MODE
104200         DISPLAY "Enter reorder threshold (0=use each"
104210         DISPLAY "product's own level): " WITH NO ADVANCING
104220         ACCEPT RST-ENTRY-THRESHOLD-EDIT
104230         INSPECT RST-ENTRY-THRESHOLD-EDIT
104240             REPLACING LEADING SPACE BY "0"
104250         IF RST-ENTRY-THRESHOLD-EDIT IS NOT NUMERIC
104260             MOVE 0 TO RST-ENTRY-THRESHOLD
104270         END-IF
104280     END-IF
104290     MOVE RST-LOW-STOCK-HEADING TO RST-PRINT-LINE
104300     PERFORM 9950-WRITE-REPORT-LINE
104310     MOVE RST-LOW-STOCK-COLUMN-HEADING TO RST-PRINT-LINE
104320     PERFORM 9950-WRITE-REPORT-LINE
104330     IF RST-PRODUCT-COUNT = 0
104340         MOVE "No products on file." TO RST-PRINT-LINE
104350         PERFORM 9950-WRITE-REPORT-LINE
104360     ELSE
104370         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
104380             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
104390             PERFORM 9100-PRINT-LOW-STOCK-LINE
104400         END-PERFORM
104410     END-IF.
104420
104430 9100-PRINT-LOW-STOCK-LINE.
104440*    DISCONTINUED PRODUCTS ARE RUN DOWN, NOT REORDERED.
104450     IF RST-PRODUCT-STATUS (RST-PRODUCT-IDX) NOT = "D"
104460         PERFORM 9105-TEST-LOW-STOCK-LINE
104470     END-IF.
104480
104490 9105-TEST-LOW-STOCK-LINE.
104500     PERFORM 9805-COMPUTE-AVAILABLE-QTY
104510     IF RST-ENTRY-THRESHOLD > 0
104520         IF RST-AVAIL-QTY <= RST-ENTRY-THRESHOLD
104530             PERFORM 9150-WRITE-LOW-STOCK-DETAIL
104540         END-IF
104550     ELSE
104560         IF RST-AVAIL-QTY <= RST-REORDER-LEVEL (RST-PRODUCT-IDX)
104570             PERFORM 9150-WRITE-LOW-STOCK-DETAIL
104580         END-IF
104590     END-IF.
104600
104610 9150-WRITE-LOW-STOCK-DETAIL.
104620     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX) TO RST-LSD-PRODUCT-ID
104630     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
104640         TO RST-LSD-PRODUCT-NAME
104650     MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX) TO RST-LSD-ON-HAND
104660     MOVE RST-RESERVED-QTY (RST-PRODUCT-IDX) TO RST-LSD-RESERVED
104670     MOVE RST-AVAIL-QTY TO RST-LSD-AVAILABLE
104680     MOVE RST-REORDER-LEVEL (RST-PRODUCT-IDX) TO RST-LSD-REORDER
104690     MOVE RST-LOW-STOCK-DETAIL TO RST-PRINT-LINE
104700     PERFORM 9950-WRITE-REPORT-LINE.
104710
104720*--------------------------------------------------------------*
104730* VALUATION REPORT - PRICES ON-HAND STOCK BY ITS FIFO COST      *
104740* LAYERS. QUANTITY ON HAND BEYOND WHAT THE LAYERS COVER (STOCK  *
104750* THAT PREDATES COST TRACKING) IS SHOWN AS AN UNCOSTED LINE AT  *
104760* THE PRODUCT'S LIST PRICE SO NOTHING ON HAND IS LEFT OUT OF    *
104770* THE GRAND TOTAL.                                              *
104780*--------------------------------------------------------------*
104790 9200-VALUATION-REPORT.
104800     MOVE 0 TO RST-VAL-GRAND-TOTAL
104810     MOVE RST-VAL-HEADING TO RST-PRINT-LINE
104820     PERFORM 9950-WRITE-REPORT-LINE
104830     IF RST-PRODUCT-COUNT = 0
104840         MOVE "No products on file." TO RST-PRINT-LINE
104850         PERFORM 9950-WRITE-REPORT-LINE
104860     ELSE
104870         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
104880             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
104890             PERFORM 9210-VALUE-ONE-PRODUCT
104900         END-PERFORM
104910         MOVE RST-VAL-GRAND-TOTAL TO RST-VGT-EDIT
104920         MOVE RST-VAL-GRAND-LINE TO RST-PRINT-LINE
104930         PERFORM 9950-WRITE-REPORT-LINE
104940     END-IF.
104950
104960 9210-VALUE-ONE-PRODUCT.
104970     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
104980         TO RST-VPL-PRODUCT-ID
104990     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
105000         TO RST-VPL-PRODUCT-NAME
105010     MOVE RST-VAL-PRODUCT-LINE TO RST-PRINT-LINE
105020     PERFORM 9950-WRITE-REPORT-LINE
105030     MOVE 0 TO RST-VAL-PRODUCT-VALUE
105040     MOVE 0 TO RST-VAL-LAYERED-QTY
105050     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
105060         TO RST-ENTRY-PRODUCT-ID
105070     PERFORM 9315-START-COST-FILE-AT-PRODUCT
105080     IF RST-COST-STATUS = "00"
105090         PERFORM 9310-READ-COST-RECORD
105100         PERFORM UNTIL RST-COST-STATUS NOT = "00"
105110                 OR RST-FILE-CST-PRODUCT-ID
105120                     NOT = RST-ENTRY-PRODUCT-ID
105130             PERFORM 9220-PRINT-LAYER-LINE
105140             PERFORM 9310-READ-COST-RECORD
105150         END-PERFORM
105160     END-IF
105170     IF RST-PRODUCT-QTY (RST-PRODUCT-IDX)
105180             > RST-VAL-LAYERED-QTY
105190         PERFORM 9230-PRINT-UNCOSTED-LINE
105200     END-IF
105210     IF RST-VAL-LAYERED-QTY
105220             > RST-PRODUCT-QTY (RST-PRODUCT-IDX)
105230         MOVE "  ** COST LAYERS EXCEED ON-HAND QUANTITY **"
105240             TO RST-PRINT-LINE
105250         PERFORM 9950-WRITE-REPORT-LINE
105260     END-IF
105270     MOVE RST-VAL-PRODUCT-VALUE TO RST-VPT-EDIT
105280     MOVE RST-VAL-PRODUCT-TOTAL-LINE TO RST-PRINT-LINE
105290     PERFORM 9950-WRITE-REPORT-LINE
105300     ADD RST-VAL-PRODUCT-VALUE TO RST-VAL-GRAND-TOTAL.
105310
105320 9220-PRINT-LAYER-LINE.
105330     MOVE RST-FILE-CST-LAYER-SEQ TO RST-VLL-SEQ
105340     MOVE RST-FILE-CST-DATE TO RST-VLL-DATE
105350     MOVE RST-FILE-CST-QTY TO RST-VLL-QTY
105360     MOVE RST-FILE-CST-UNIT-COST TO RST-VLL-COST
105370     COMPUTE RST-VAL-LINE-VALUE =
105380         RST-FILE-CST-QTY * RST-FILE-CST-UNIT-COST
105390     MOVE RST-VAL-LINE-VALUE TO RST-VLL-VALUE
105400     ADD RST-FILE-CST-QTY TO RST-VAL-LAYERED-QTY
105410     ADD RST-VAL-LINE-VALUE TO RST-VAL-PRODUCT-VALUE
105420     MOVE RST-VAL-LAYER-LINE TO RST-PRINT-LINE
105430     PERFORM 9950-WRITE-REPORT-LINE.
105440
105450 9230-PRINT-UNCOSTED-LINE.
105460     COMPUTE RST-VAL-UNCOSTED-QTY =
105470         RST-PRODUCT-QTY (RST-PRODUCT-IDX)
105480         - RST-VAL-LAYERED-QTY
105490     MOVE RST-VAL-UNCOSTED-QTY TO RST-VUL-QTY
105500     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX) TO RST-VUL-COST
105510     COMPUTE RST-VAL-LINE-VALUE =
105520         RST-VAL-UNCOSTED-QTY
105530         * RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
105540     MOVE RST-VAL-LINE-VALUE TO RST-VUL-VALUE
105550     ADD RST-VAL-LINE-VALUE TO RST-VAL-PRODUCT-VALUE
105560     MOVE RST-VAL-UNCOSTED-LINE TO RST-PRINT-LINE
105570     PERFORM 9950-WRITE-REPORT-LINE.
105580
105590*--------------------------------------------------------------*
105600* RECONCILIATION - FINDS DRIFT BETWEEN THE PER-LOCATION ROWS    *
105610* AND THE SYSTEM-WIDE QUANTITIES THE SAME NIGHT IT HAPPENS:     *
105620* LOCATION TOTALS THAT DISAGREE WITH THE MASTER, MASTERS WITH   *
105630* STOCK BUT NO LOCATION ROWS, LOCATION ROWS WHOSE MASTER IS     *
105640* GONE, AND PRODUCTS WHOSE ON-HAND CHANGE TODAY DOES NOT MATCH  *
105650* THE AUDITED MOVEMENTS.                                        *
105660*--------------------------------------------------------------*
105670 9250-RECONCILIATION.
105680     MOVE 0 TO RST-RECON-EXCEPTIONS
105690     MOVE RST-RECON-HEADING TO RST-PRINT-LINE
105700     PERFORM 9950-WRITE-REPORT-LINE
105710     PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
105720         UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
105730         PERFORM 9252-CHECK-ONE-PRODUCT
105740     END-PERFORM
105750     PERFORM 9256-SCAN-ORPHAN-LOCATIONS
105760     MOVE RST-RECON-EXCEPTIONS TO RST-RECON-AUDIT-EXCEPTIONS
105770     PERFORM 9260-CROSS-CHECK-AUDIT-TRAIL
105780     COMPUTE RST-RECON-AUDIT-EXCEPTIONS =
105790         RST-RECON-EXCEPTIONS - RST-RECON-AUDIT-EXCEPTIONS
105800     IF RST-RECON-EXCEPTIONS = 0
105810         MOVE "No exceptions found." TO RST-PRINT-LINE
105820         PERFORM 9950-WRITE-REPORT-LINE
105830     END-IF
105840     PERFORM 9259-GRADE-RECONCILIATION.
105850
105860 9252-CHECK-ONE-PRODUCT.
105870     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
105880         TO RST-ENTRY-PRODUCT-ID
105890     MOVE 0 TO RST-RECON-LOC-TOTAL
105900     MOVE 0 TO RST-RECON-ROWS
105910     PERFORM 9870-FIND-FIRST-LOCATION-FOR-PRODUCT
105920     IF RST-RECORD-FOUND
105930         PERFORM UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
105940                 OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
105950                     NOT = RST-ENTRY-PRODUCT-ID
105960             PERFORM 9253-ADD-LOCATION-ROW
105970             PERFORM 9874-STEP-NEXT-LOCATION
105980         END-PERFORM
105990     END-IF
106000     IF RST-RECON-ROWS = 0
106010         IF RST-PRODUCT-QTY (RST-PRODUCT-IDX) > 0
106020             MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
106030                 TO RST-RCD-PRODUCT-ID
106040             MOVE "STOCK ON HAND, NO LOCATION ROWS"
106050                 TO RST-RCD-MESSAGE
106060             MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX)
106070                 TO RST-RCD-QTY-1
106080             MOVE 0 TO RST-RCD-QTY-2
106090             PERFORM 9255-WRITE-EXCEPTION-LINE
106100         END-IF
106110     ELSE
106120         IF RST-RECON-LOC-TOTAL NOT =
106130                 RST-PRODUCT-QTY (RST-PRODUCT-IDX)
106140             MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
106150                 TO RST-RCD-PRODUCT-ID
106160             MOVE "LOCATION TOTAL <> SYSTEM QTY"
106170                 TO RST-RCD-MESSAGE
106180             MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX)
106190                 TO RST-RCD-QTY-1
106200             MOVE RST-RECON-LOC-TOTAL TO RST-RCD-QTY-2
106210             PERFORM 9255-WRITE-EXCEPTION-LINE
106220         END-IF
106230     END-IF.
106240
106250 9253-ADD-LOCATION-ROW.
106260     ADD RST-LOC-QTY (RST-LOCATION-IDX)
106270         TO RST-RECON-LOC-TOTAL
106280     ADD 1 TO RST-RECON-ROWS.
106290
106300 9255-WRITE-EXCEPTION-LINE.
106310     ADD 1 TO RST-RECON-EXCEPTIONS
106320     MOVE RST-RECON-DETAIL TO RST-PRINT-LINE
106330     PERFORM 9950-WRITE-REPORT-LINE.
106340
106350*--------------------------------------------------------------*
106360* THE LOCATION TABLE IS SORTED BY PRODUCT, SO ORPHAN ROWS CAN   *
106370* BE FOUND WITH ONE MASTER LOOKUP PER DISTINCT PRODUCT AND      *
106380* THEIR QUANTITIES TOTALLED AS THE BLOCK GOES PAST.             *
106390*--------------------------------------------------------------*
106400 9256-SCAN-ORPHAN-LOCATIONS.
106410     MOVE SPACES TO RST-PREV-LOC-PRODUCT
106420     MOVE "N" TO RST-ORPHAN-SWITCH
106430     MOVE 0 TO RST-RECON-LOC-TOTAL
106440     PERFORM VARYING RST-LOCATION-IDX FROM 1 BY 1
106450         UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
106460         PERFORM 9257-CHECK-ORPHAN-ROW
106470     END-PERFORM
106480     PERFORM 9258-FLUSH-ORPHAN-TOTAL.
106490
106500 9257-CHECK-ORPHAN-ROW.
106510     IF RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
106520             NOT = RST-PREV-LOC-PRODUCT
106530         PERFORM 9258-FLUSH-ORPHAN-TOTAL
106540         MOVE RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
106550             TO RST-PREV-LOC-PRODUCT
106560         MOVE RST-PREV-LOC-PRODUCT TO RST-ENTRY-PRODUCT-ID
106570         PERFORM 9800-FIND-PRODUCT
106580         IF RST-RECORD-NOT-FOUND
106590             MOVE "Y" TO RST-ORPHAN-SWITCH
106600         ELSE
106610             MOVE "N" TO RST-ORPHAN-SWITCH
106620         END-IF
106630         MOVE 0 TO RST-RECON-LOC-TOTAL
106640     END-IF
106650     IF RST-ORPHAN-PRODUCT
106660         ADD RST-LOC-QTY (RST-LOCATION-IDX)
106670             TO RST-RECON-LOC-TOTAL
106680     END-IF.
106690
106700 9258-FLUSH-ORPHAN-TOTAL.
106710     IF RST-ORPHAN-PRODUCT
106720             AND RST-PREV-LOC-PRODUCT NOT = SPACES
106730         MOVE RST-PREV-LOC-PRODUCT TO RST-RCD-PRODUCT-ID
106740         MOVE "LOCATION ROWS WITHOUT MASTER"
106750             TO RST-RCD-MESSAGE
106760         MOVE RST-RECON-LOC-TOTAL TO RST-RCD-QTY-1
106770         MOVE 0 TO RST-RCD-QTY-2
106780         PERFORM 9255-WRITE-EXCEPTION-LINE
106790         MOVE "N" TO RST-ORPHAN-SWITCH
106800     END-IF.
106810
106820*    AN AUDIT TRAIL THAT DOES NOT BALANCE MEANS STOCK MOVED WITH
106830*    NO RECORD OF IT - AN ERROR. LOCATION DRIFT IS A WARNING.
106840 9259-GRADE-RECONCILIATION.
106850     IF RST-RECON-AUDIT-EXCEPTIONS > 0
106860         MOVE "E" TO RST-STP-NEW-SEV
106870         MOVE "AUDIT CROSS-CHECK OUT OF BALANCE" TO RST-STC-LABEL
106880         MOVE RST-RECON-AUDIT-EXCEPTIONS TO RST-STC-COUNT
106890         MOVE RST-STP-COUNT-TEXT TO RST-STP-NEW-TEXT
106900         PERFORM 9942-RAISE-STEP-SEVERITY
106910     END-IF
106920     IF RST-RECON-EXCEPTIONS > RST-RECON-AUDIT-EXCEPTIONS
106930         MOVE "W" TO RST-STP-NEW-SEV
106940         MOVE "STOCK RECONCILIATION EXCEPTIONS" TO RST-STC-LABEL
106950         COMPUTE RST-STC-COUNT =
106960             RST-RECON-EXCEPTIONS - RST-RECON-AUDIT-EXCEPTIONS
106970         MOVE RST-STP-COUNT-TEXT TO RST-STP-NEW-TEXT
106980         PERFORM 9942-RAISE-STEP-SEVERITY
106990     END-IF.
107000
107010*--------------------------------------------------------------*
107020* CROSS-CHECKS TODAY'S AUDIT ROWS PER PRODUCT: THE OPENING      *
107030* QUANTITY PLUS THE SUM OF AUDITED DELTAS MUST REACH THE LAST   *
107040* AUDITED QUANTITY (A GAP MEANS SOMETHING MOVED STOCK BETWEEN   *
107050* AUDIT ROWS WITHOUT WRITING ONE), AND THE LAST AUDITED         *
107060* QUANTITY MUST MATCH WHAT IS ON HAND NOW.                      *
107070* THE ROWS COME FROM THE MOVEMENT FILE; TODAY'S TEXT LOG ROWS   *
107080* ARE THEN COUNTED AS WELL, AND A PRODUCT WHOSE ROW COUNT OR    *
107090* NET QUANTITY CHANGE DIFFERS BETWEEN THE TWO IS AN EXCEPTION.  *
107100*--------------------------------------------------------------*
107110 9260-CROSS-CHECK-AUDIT-TRAIL.
107120     MOVE 0 TO RST-AUCHK-COUNT
107130     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
107140     MOVE "C" TO RST-SCAN-MODE
107150     MOVE "D" TO RST-MOV-SCAN-BY
107160     MOVE RST-SYSTEM-DATE TO RST-MOV-SCAN-FROM
107170     MOVE RST-SYSTEM-DATE TO RST-MOV-SCAN-TO
107180     PERFORM 9540-SCAN-MOVEMENT-HISTORY
107190     MOVE "K" TO RST-SCAN-MODE
107200     MOVE RST-SYSTEM-DATE TO RST-ARCH-FLOOR-DATE
107210     PERFORM 9530-SCAN-FULL-AUDIT-TRAIL
107220     PERFORM VARYING RST-AUCHK-SUBSCRIPT FROM 1 BY 1
107230         UNTIL RST-AUCHK-SUBSCRIPT > RST-AUCHK-COUNT
107240         PERFORM 9266-JUDGE-ONE-PRODUCT
107250     END-PERFORM.
107260
107270 9261-TALLY-TEXT-LINE.
107280     IF RST-AUDP-LINE-VALID
107290             AND RST-AUDP-DATE = RST-SYSTEM-DATE
107300         PERFORM 9263-FIND-OR-ADD-AUCHK-ROW
107310         IF RST-AUCHK-SUBSCRIPT > 0
107320             ADD 1 TO RST-AUCHK-TEXT-ROWS (RST-AUCHK-SUBSCRIPT)
107330             COMPUTE RST-AUCHK-TEXT-DELTA (RST-AUCHK-SUBSCRIPT) =
107340                 RST-AUCHK-TEXT-DELTA (RST-AUCHK-SUBSCRIPT)
107350                 + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
107360         END-IF
107370     END-IF.
107380
107390 9262-TALLY-AUDIT-LINE.
107400     IF RST-AUDP-LINE-VALID
107410             AND RST-AUDP-DATE = RST-SYSTEM-DATE
107420         PERFORM 9264-APPLY-LINE-TO-TABLE
107430     END-IF.
107440
107450 9263-FIND-OR-ADD-AUCHK-ROW.
107460     MOVE "N" TO RST-FOUND-SWITCH
107470     PERFORM VARYING RST-AUCHK-SUBSCRIPT FROM 1 BY 1
107480         UNTIL RST-AUCHK-SUBSCRIPT > RST-AUCHK-COUNT
107490             OR RST-RECORD-FOUND
107500         PERFORM 9265-CHECK-AUCHK-MATCH
107510     END-PERFORM
107520     IF RST-RECORD-FOUND
107530         SUBTRACT 1 FROM RST-AUCHK-SUBSCRIPT
107540     ELSE
107550         IF RST-AUCHK-COUNT >= 500
107560             DISPLAY "Warning: audit check table is full -"
107570             DISPLAY "product " RST-AUDP-PRODUCT-ID
107580             DISPLAY "not cross-checked."
107590             MOVE "W" TO RST-STP-NEW-SEV
107600             MOVE "AUDIT CHECK TABLE FULL - NOT ALL CHECKED"
107610                 TO RST-STP-NEW-TEXT
107620             PERFORM 9942-RAISE-STEP-SEVERITY
107630             MOVE 0 TO RST-AUCHK-SUBSCRIPT
107640         ELSE
107650             ADD 1 TO RST-AUCHK-COUNT
107660             MOVE RST-AUCHK-COUNT TO RST-AUCHK-SUBSCRIPT
107670             MOVE RST-AUDP-PRODUCT-ID
107680                 TO RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
107690             MOVE RST-AUDP-BEFORE-QTY
107700                 TO RST-AUCHK-OPEN-QTY (RST-AUCHK-SUBSCRIPT)
107710             MOVE 0
107720                 TO RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT)
107730             MOVE 0
107740                 TO RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
107750             MOVE 0
107760                 TO RST-AUCHK-MOV-ROWS (RST-AUCHK-SUBSCRIPT)
107770             MOVE 0
107780                 TO RST-AUCHK-TEXT-ROWS (RST-AUCHK-SUBSCRIPT)
107790             MOVE 0
107800                 TO RST-AUCHK-TEXT-DELTA (RST-AUCHK-SUBSCRIPT)
107810         END-IF
107820     END-IF.
107830
107840 9264-APPLY-LINE-TO-TABLE.
107850     PERFORM 9263-FIND-OR-ADD-AUCHK-ROW
107860     IF RST-AUCHK-SUBSCRIPT > 0
107870         ADD 1 TO RST-AUCHK-MOV-ROWS (RST-AUCHK-SUBSCRIPT)
107880         MOVE RST-AUDP-AFTER-QTY
107890             TO RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
107900         COMPUTE RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT) =
107910             RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT)
107920             + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
107930     END-IF.
107940
107950 9265-CHECK-AUCHK-MATCH.
107960     IF RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
107970             = RST-AUDP-PRODUCT-ID
107980         MOVE "Y" TO RST-FOUND-SWITCH
107990     END-IF.
108000
108010 9266-JUDGE-ONE-PRODUCT.
108020     IF RST-AUCHK-MOV-ROWS (RST-AUCHK-SUBSCRIPT) > 0
108030         PERFORM 9267-JUDGE-MOVEMENT-CHAIN
108040     END-IF
108050     PERFORM 9268-JUDGE-AGREEMENT.
108060
108070 9267-JUDGE-MOVEMENT-CHAIN.
108080     COMPUTE RST-AUCHK-EXPECTED =
108090         RST-AUCHK-OPEN-QTY (RST-AUCHK-SUBSCRIPT)
108100         + RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT)
108110     IF RST-AUCHK-EXPECTED NOT =
108120             RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
108130         MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108140             TO RST-RCD-PRODUCT-ID
108150         MOVE "UNAUDITED MOVEMENT DURING DAY"
108160             TO RST-RCD-MESSAGE
108170         MOVE RST-AUCHK-EXPECTED TO RST-RCD-QTY-1
108180         MOVE RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
108190             TO RST-RCD-QTY-2
108200         PERFORM 9255-WRITE-EXCEPTION-LINE
108210     END-IF
108220     MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108230         TO RST-ENTRY-PRODUCT-ID
108240     PERFORM 9800-FIND-PRODUCT
108250     IF RST-RECORD-FOUND
108260         IF RST-PRODUCT-QTY (RST-SUBSCRIPT) NOT =
108270                 RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
108280             MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108290                 TO RST-RCD-PRODUCT-ID
108300             MOVE "ON-HAND <> LAST AUDITED QTY"
108310                 TO RST-RCD-MESSAGE
108320             MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
108330                 TO RST-RCD-QTY-1
108340             MOVE RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
108350                 TO RST-RCD-QTY-2
108360             PERFORM 9255-WRITE-EXCEPTION-LINE
108370         END-IF
108380     ELSE
108390         IF RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT) NOT = 0
108400             MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108410                 TO RST-RCD-PRODUCT-ID
108420             MOVE "DELETED BUT LAST AUDIT QTY <> 0"
108430                 TO RST-RCD-MESSAGE
108440             MOVE 0 TO RST-RCD-QTY-1
108450             MOVE RST-AUCHK-LAST-QTY (RST-AUCHK-SUBSCRIPT)
108460                 TO RST-RCD-QTY-2
108470             PERFORM 9255-WRITE-EXCEPTION-LINE
108480         END-IF
108490     END-IF.
108500
108510 9268-JUDGE-AGREEMENT.
108520     IF RST-AUCHK-TEXT-ROWS (RST-AUCHK-SUBSCRIPT) NOT =
108530             RST-AUCHK-MOV-ROWS (RST-AUCHK-SUBSCRIPT)
108540         MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108550             TO RST-RCD-PRODUCT-ID
108560         MOVE "AUDIT LOG/MOVEMENT ROWS DIFFER"
108570             TO RST-RCD-MESSAGE
108580         MOVE RST-AUCHK-TEXT-ROWS (RST-AUCHK-SUBSCRIPT)
108590             TO RST-RCD-QTY-1
108600         MOVE RST-AUCHK-MOV-ROWS (RST-AUCHK-SUBSCRIPT)
108610             TO RST-RCD-QTY-2
108620         PERFORM 9255-WRITE-EXCEPTION-LINE
108630     ELSE
108640         IF RST-AUCHK-TEXT-DELTA (RST-AUCHK-SUBSCRIPT) NOT =
108650                 RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT)
108660             MOVE RST-AUCHK-PRODUCT-ID (RST-AUCHK-SUBSCRIPT)
108670                 TO RST-RCD-PRODUCT-ID
108680             MOVE "AUDIT LOG/MOVEMENT QTY DIFFER"
108690                 TO RST-RCD-MESSAGE
108700             MOVE RST-AUCHK-TEXT-DELTA (RST-AUCHK-SUBSCRIPT)
108710                 TO RST-RCD-QTY-1
108720             MOVE RST-AUCHK-DELTA-SUM (RST-AUCHK-SUBSCRIPT)
108730                 TO RST-RCD-QTY-2
108740             PERFORM 9255-WRITE-EXCEPTION-LINE
108750         END-IF
108760     END-IF.
108770
108780*--------------------------------------------------------------*
108790* TRANSACTION HISTORY - READS THE MOVEMENT HISTORY BACK SO "WHO *
108800* CHANGED THIS QUANTITY AND WHEN" IS A MENU OPTION INSTEAD OF   *
108810* A HAND SEARCH THROUGH THE LOG. LISTINGS FILTER BY PRODUCT,    *
108820* OPERATOR OR DATE RANGE; THE DAILY SUMMARY TOTALS RECEIPTS,    *
108830* ISSUES AND ADJUSTMENTS PER PRODUCT PER DAY; THE ROLLOVER      *
108840* CLOSES THE CURRENT LOG INTO A DATED ARCHIVE AND STARTS A      *
108850* FRESH ONE SO THE FILE CANNOT GROW WITHOUT BOUND; AND THE      *
108860* REBUILD RELOADS THE MOVEMENT FILE FROM THE TEXT TRAIL.        *
108870*--------------------------------------------------------------*
108880 9350-TRANSACTION-HISTORY.
108890     MOVE SPACES TO RST-ENTRY-SUB-OPTION
108900     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
108910             OR RST-ENTRY-SUB-OPTION = "x"
108920         PERFORM 9352-PROCESS-HISTORY-OPTION
108930     END-PERFORM.
108940
108950 9352-PROCESS-HISTORY-OPTION.
108960     DISPLAY " "
108970     DISPLAY "Transaction History - P=By Product,"
108980     DISPLAY "O=By Operator, D=By Date Range,"
108990     DISPLAY "S=Daily Summary, R=Month-End Rollover,"
109000     DISPLAY "B=Rebuild Movement File, X=Return: "
109010         WITH NO ADVANCING
109020     ACCEPT RST-ENTRY-SUB-OPTION
109030     EVALUATE RST-ENTRY-SUB-OPTION
109040         WHEN "P"
109050         WHEN "p"
109060             DISPLAY "Enter Product ID: " WITH NO ADVANCING
109070             ACCEPT RST-ENTRY-PRODUCT-ID
109080             MOVE "P" TO RST-HIST-MODE
109090             PERFORM 9360-LIST-AUDIT-RECORDS
109100         WHEN "O"
109110         WHEN "o"
109120             DISPLAY "Enter Operator ID: " WITH NO ADVANCING
109130             ACCEPT RST-ENTRY-FILTER-OPERATOR
109140             MOVE "O" TO RST-HIST-MODE
109150             PERFORM 9360-LIST-AUDIT-RECORDS
109160         WHEN "D"
109170         WHEN "d"
109180             PERFORM 9355-PROMPT-DATE-RANGE
109190             MOVE "D" TO RST-HIST-MODE
109200             PERFORM 9360-LIST-AUDIT-RECORDS
109210         WHEN "S"
109220         WHEN "s"
109230             PERFORM 9355-PROMPT-DATE-RANGE
109240             PERFORM 9370-DAILY-MOVEMENT-SUMMARY
109250         WHEN "R"
109260         WHEN "r"
109270             PERFORM 9380-ROLL-OVER-AUDIT-LOG
109280         WHEN "B"
109290         WHEN "b"
109300             IF RST-OPERATOR-LEVEL < 3
109310                 DISPLAY "Rebuilding the movement history needs"
109320                 DISPLAY "supervisor authority."
109330                 MOVE "MOVE REBUILD" TO RST-ACTION-DETAIL
109340                 PERFORM 2260-AUDIT-AUTH-REFUSAL
109350             ELSE
109360                 PERFORM 9392-REBUILD-MOVEMENT-HISTORY
109370             END-IF
109380         WHEN "X"
109390         WHEN "x"
109400             CONTINUE
109410         WHEN OTHER
109420             DISPLAY "Invalid option."
109430     END-EVALUATE.
109440
109450 9355-PROMPT-DATE-RANGE.
109460     DISPLAY "Enter From Date YYYYMMDD (blank=start): "
109470         WITH NO ADVANCING
109480     ACCEPT RST-ENTRY-DATE-FROM-EDIT
109490     INSPECT RST-ENTRY-DATE-FROM-EDIT
109500         REPLACING LEADING SPACE BY "0"
109510     IF RST-ENTRY-DATE-FROM-EDIT IS NOT NUMERIC
109520         MOVE 0 TO RST-ENTRY-DATE-FROM
109530     END-IF
109540     DISPLAY "Enter To Date YYYYMMDD (blank=end): "
109550         WITH NO ADVANCING
109560     ACCEPT RST-ENTRY-DATE-TO-EDIT
109570     INSPECT RST-ENTRY-DATE-TO-EDIT
109580         REPLACING LEADING SPACE BY "0"
109590     IF RST-ENTRY-DATE-TO-EDIT IS NOT NUMERIC
109600             OR RST-ENTRY-DATE-TO = 0
109610         MOVE 99999999 TO RST-ENTRY-DATE-TO
109620     END-IF.
109630
109640 9360-LIST-AUDIT-RECORDS.
109650     MOVE 0 TO RST-HIST-MATCHES
109660     MOVE RST-HISTORY-HEADING TO RST-PRINT-LINE
109670     PERFORM 9950-WRITE-REPORT-LINE
109680     MOVE "L" TO RST-SCAN-MODE
109690     EVALUATE RST-HIST-MODE
109700         WHEN "P"
109710             MOVE "P" TO RST-MOV-SCAN-BY
109720             MOVE RST-ENTRY-PRODUCT-ID TO RST-MOV-SCAN-PRODUCT
109730         WHEN "D"
109740             MOVE "D" TO RST-MOV-SCAN-BY
109750             MOVE RST-ENTRY-DATE-FROM TO RST-MOV-SCAN-FROM
109760             MOVE RST-ENTRY-DATE-TO TO RST-MOV-SCAN-TO
109770         WHEN OTHER
109780             MOVE "D" TO RST-MOV-SCAN-BY
109790             MOVE 0 TO RST-MOV-SCAN-FROM
109800             MOVE 99999999 TO RST-MOV-SCAN-TO
109810     END-EVALUATE
109820     PERFORM 9540-SCAN-MOVEMENT-HISTORY
109830     IF RST-HIST-MATCHES = 0
109840         MOVE "No matching audit records."
109850             TO RST-PRINT-LINE
109860         PERFORM 9950-WRITE-REPORT-LINE
109870     END-IF.
109880
109890 9362-LIST-ONE-RECORD.
109900     MOVE "N" TO RST-VALID-SWITCH
109910     EVALUATE RST-HIST-MODE
109920         WHEN "P"
109930             IF RST-AUDP-PRODUCT-ID = RST-ENTRY-PRODUCT-ID
109940                 MOVE "Y" TO RST-VALID-SWITCH
109950             END-IF
109960         WHEN "O"
109970             IF RST-AUDP-OPERATOR
109980                     = RST-ENTRY-FILTER-OPERATOR
109990                 MOVE "Y" TO RST-VALID-SWITCH
110000             END-IF
110010         WHEN "D"
110020             IF RST-AUDP-LINE-VALID
110030                     AND RST-AUDP-DATE
110040                         NOT < RST-ENTRY-DATE-FROM
110050                     AND RST-AUDP-DATE
110060                         NOT > RST-ENTRY-DATE-TO
110070                 MOVE "Y" TO RST-VALID-SWITCH
110080             END-IF
110090     END-EVALUATE
110100     IF RST-ENTRY-IS-VALID
110110         MOVE RST-AUDIT-INPUT-LINE TO RST-PRINT-LINE
110120         PERFORM 9950-WRITE-REPORT-LINE
110130         ADD 1 TO RST-HIST-MATCHES
110140     END-IF.
110150
110160 9370-DAILY-MOVEMENT-SUMMARY.
110170     MOVE 0 TO RST-MOVSUM-COUNT
110180     MOVE "M" TO RST-SCAN-MODE
110190     MOVE "D" TO RST-MOV-SCAN-BY
110200     MOVE RST-ENTRY-DATE-FROM TO RST-MOV-SCAN-FROM
110210     MOVE RST-ENTRY-DATE-TO TO RST-MOV-SCAN-TO
110220     PERFORM 9540-SCAN-MOVEMENT-HISTORY
110230     MOVE RST-MOVSUM-HEADING TO RST-PRINT-LINE
110240     PERFORM 9950-WRITE-REPORT-LINE
110250     MOVE RST-MOVSUM-COLUMN-HEADING TO RST-PRINT-LINE
110260     PERFORM 9950-WRITE-REPORT-LINE
110270     IF RST-MOVSUM-COUNT = 0
110280         MOVE "No movements in that range."
110290             TO RST-PRINT-LINE
110300         PERFORM 9950-WRITE-REPORT-LINE
110310     ELSE
110320         PERFORM VARYING RST-MOVSUM-SUBSCRIPT FROM 1 BY 1
110330             UNTIL RST-MOVSUM-SUBSCRIPT > RST-MOVSUM-COUNT
110340             PERFORM 9378-PRINT-MOVEMENT-LINE
110350         END-PERFORM
110360     END-IF.
110370
110380 9372-TALLY-MOVEMENT.
110390     IF RST-AUDP-LINE-VALID
110400             AND RST-AUDP-DATE NOT < RST-ENTRY-DATE-FROM
110410             AND RST-AUDP-DATE NOT > RST-ENTRY-DATE-TO
110420         PERFORM 9374-FIND-OR-ADD-MOVEMENT-ROW
110430         IF RST-MOVSUM-SUBSCRIPT > 0
110440             PERFORM 9376-APPLY-MOVEMENT
110450         END-IF
110460     END-IF.
110470
110480 9374-FIND-OR-ADD-MOVEMENT-ROW.
110490     MOVE "N" TO RST-FOUND-SWITCH
110500     PERFORM VARYING RST-MOVSUM-SUBSCRIPT FROM 1 BY 1
110510         UNTIL RST-MOVSUM-SUBSCRIPT > RST-MOVSUM-COUNT
110520             OR RST-RECORD-FOUND
110530         PERFORM 9375-CHECK-MOVEMENT-MATCH
110540     END-PERFORM
110550     IF RST-RECORD-FOUND
110560         SUBTRACT 1 FROM RST-MOVSUM-SUBSCRIPT
110570     ELSE
110580         IF RST-MOVSUM-COUNT >= 1000
110590             DISPLAY "Warning: movement summary table is"
110600             DISPLAY "full - later days not summarised."
110610             MOVE 0 TO RST-MOVSUM-SUBSCRIPT
110620         ELSE
110630             ADD 1 TO RST-MOVSUM-COUNT
110640             MOVE RST-MOVSUM-COUNT TO RST-MOVSUM-SUBSCRIPT
110650             MOVE RST-AUDP-DATE
110660                 TO RST-MOV-DATE (RST-MOVSUM-SUBSCRIPT)
110670             MOVE RST-AUDP-PRODUCT-ID
110680                 TO RST-MOV-PRODUCT-ID (RST-MOVSUM-SUBSCRIPT)
110690             MOVE 0
110700                 TO RST-MOV-RECEIPTS (RST-MOVSUM-SUBSCRIPT)
110710             MOVE 0
110720                 TO RST-MOV-ISSUES (RST-MOVSUM-SUBSCRIPT)
110730             MOVE 0
110740                 TO RST-MOV-ADJUST (RST-MOVSUM-SUBSCRIPT)
110750         END-IF
110760     END-IF.
110770
110780 9375-CHECK-MOVEMENT-MATCH.
110790     IF RST-MOV-DATE (RST-MOVSUM-SUBSCRIPT) = RST-AUDP-DATE
110800             AND RST-MOV-PRODUCT-ID (RST-MOVSUM-SUBSCRIPT)
110810                 = RST-AUDP-PRODUCT-ID
110820         MOVE "Y" TO RST-FOUND-SWITCH
110830     END-IF.
110840
110850*--------------------------------------------------------------*
110860* RECEIPTS AND ISSUES COME FROM THEIR OWN ACTIONS; EVERYTHING   *
110870* ELSE THAT MOVES THE SYSTEM QUANTITY (ADDS, UPDATES, DELETES,  *
110880* COUNT ADJUSTMENTS, CUSTOMER RETURNS) LANDS IN THE ADJUSTMENTS *
110890* COLUMN. ACTIONS THAT LEAVE THE SYSTEM QUANTITY ALONE          *
110900* CONTRIBUTE NOTHING.                                           *
110910*--------------------------------------------------------------*
110920 9376-APPLY-MOVEMENT.
110930     EVALUATE RST-AUDP-ACTION
110940         WHEN "RECEIVE"
110950             COMPUTE RST-MOV-RECEIPTS (RST-MOVSUM-SUBSCRIPT) =
110960                 RST-MOV-RECEIPTS (RST-MOVSUM-SUBSCRIPT)
110970                 + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
110980         WHEN "ISSUE"
110990         WHEN "BACKFILL"
111000         WHEN "ORD-ISSUE"
111010         WHEN "KIT-ISSUE"
111020             COMPUTE RST-MOV-ISSUES (RST-MOVSUM-SUBSCRIPT) =
111030                 RST-MOV-ISSUES (RST-MOVSUM-SUBSCRIPT)
111040                 + RST-AUDP-BEFORE-QTY - RST-AUDP-AFTER-QTY
111050         WHEN "ADD"
111060         WHEN "UPDATE"
111070         WHEN "DELETE"
111080         WHEN "COUNT-ADJ"
111090         WHEN "KIT-BUILD"
111100         WHEN "LOT-WRTOFF"
111110         WHEN "RETURN"
111120             COMPUTE RST-MOV-ADJUST (RST-MOVSUM-SUBSCRIPT) =
111130                 RST-MOV-ADJUST (RST-MOVSUM-SUBSCRIPT)
111140                 + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
111150         WHEN OTHER
111160             CONTINUE
111170     END-EVALUATE.
111180
111190 9378-PRINT-MOVEMENT-LINE.
111200     MOVE RST-MOV-DATE (RST-MOVSUM-SUBSCRIPT) TO RST-MSD-DATE
111210     MOVE RST-MOV-PRODUCT-ID (RST-MOVSUM-SUBSCRIPT)
111220         TO RST-MSD-PRODUCT-ID
111230     MOVE RST-MOV-RECEIPTS (RST-MOVSUM-SUBSCRIPT)
111240         TO RST-MSD-RECEIPTS
111250     MOVE RST-MOV-ISSUES (RST-MOVSUM-SUBSCRIPT)
111260         TO RST-MSD-ISSUES
111270     MOVE RST-MOV-ADJUST (RST-MOVSUM-SUBSCRIPT)
111280         TO RST-MSD-ADJUST
111290     MOVE RST-MOVSUM-DETAIL TO RST-PRINT-LINE
111300     PERFORM 9950-WRITE-REPORT-LINE.
111310
111320 9380-ROLL-OVER-AUDIT-LOG.
111330     DISPLAY "This closes the current audit log into a"
111340     DISPLAY "dated archive and starts a fresh one."
111350     DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
111360     ACCEPT RST-ENTRY-YES-NO
111370     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
111380         PERFORM 9385-EXECUTE-ROLLOVER
111390     ELSE
111400         DISPLAY "Rollover cancelled."
111410     END-IF.
111420
111430*--------------------------------------------------------------*
111440* COPIES EVERY AUDIT LINE INTO A DATED ARCHIVE, THEN TRUNCATES  *
111450* THE LIVE LOG AND RE-OPENS IT FOR APPENDING. THE LIVE LOG IS   *
111460* ONLY TRUNCATED AFTER THE ARCHIVE CLOSED CLEANLY, SO A FAILED  *
111470* ARCHIVE NEVER COSTS THE TRAIL.                                *
111480*--------------------------------------------------------------*
111490 9385-EXECUTE-ROLLOVER.
111500     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
111510     MOVE RST-SYSTEM-DATE TO RST-ARCH-DATE
111520     MOVE 0 TO RST-ARCHIVE-COUNT
111530     MOVE 0 TO RST-ARCH-WRITE-ERRORS
111540*    A SECOND ROLLOVER ON THE SAME DATE APPENDS TO THE DAY'S
111550*    ARCHIVE INSTEAD OF RE-CREATING IT - RECORDS ALREADY
111560*    ARCHIVED ARE GONE FROM THE LIVE LOG AND MUST NOT BE LOST.
111570     OPEN EXTEND ARCHIVE-FILE
111580     IF RST-ARCHIVE-STATUS = "35"
111590         OPEN OUTPUT ARCHIVE-FILE
111600     END-IF
111610     IF RST-ARCHIVE-STATUS NOT = "00"
111620         DISPLAY "Could not open archive file, status "
111630             RST-ARCHIVE-STATUS
111640         DISPLAY "Audit log left as it is."
111650     ELSE
111660         PERFORM 9505-OPEN-AUDIT-INPUT
111670         IF RST-AUDIT-STATUS = "00"
111680             PERFORM 9510-READ-AUDIT-INPUT
111690             PERFORM UNTIL RST-AUDIT-STATUS NOT = "00"
111700                 PERFORM 9387-ARCHIVE-ONE-LINE
111710                 PERFORM 9510-READ-AUDIT-INPUT
111720             END-PERFORM
111730             CLOSE ARCHIVE-FILE
111740             IF RST-ARCHIVE-STATUS = "00"
111750                     AND RST-ARCH-WRITE-ERRORS = 0
111760                 CLOSE AUDIT-FILE
111770                 OPEN OUTPUT AUDIT-FILE
111780                 CLOSE AUDIT-FILE
111790                 PERFORM 9550-OPEN-AUDIT-FILE
111800                 PERFORM 9390-CATALOG-ARCHIVE
111810                 DISPLAY "Audit log rolled over - "
111820                     RST-ARCHIVE-COUNT " records archived"
111830                 DISPLAY "to " RST-ARCHIVE-NAME
111840             ELSE
111850                 DISPLAY "Archive incomplete or close failed"
111860                     " - status " RST-ARCHIVE-STATUS
111870                 DISPLAY "Audit log left as it is."
111880                 PERFORM 9525-CLOSE-AUDIT-INPUT
111890             END-IF
111900         ELSE
111910             CLOSE ARCHIVE-FILE
111920             PERFORM 9525-CLOSE-AUDIT-INPUT
111930         END-IF
111940     END-IF.
111950
111960 9387-ARCHIVE-ONE-LINE.
111970     MOVE RST-AUDIT-INPUT-LINE TO ARCHIVE-RECORD
111980     WRITE ARCHIVE-RECORD
111990     IF RST-ARCHIVE-STATUS NOT = "00"
112000         DISPLAY "Warning: could not write archive record,"
112010         DISPLAY "status " RST-ARCHIVE-STATUS
112020         ADD 1 TO RST-ARCH-WRITE-ERRORS
112030     END-IF
112040     ADD 1 TO RST-ARCHIVE-COUNT.
112050
112060 9390-CATALOG-ARCHIVE.
112070     OPEN EXTEND CATALOG-FILE
112080     IF RST-CATALOG-STATUS = "35"
112090         OPEN OUTPUT CATALOG-FILE
112100     END-IF
112110     IF RST-CATALOG-STATUS NOT = "00"
112120         DISPLAY "Warning: could not note archive in the"
112130         DISPLAY "catalog, status " RST-CATALOG-STATUS
112140     ELSE
112150         MOVE RST-ARCH-DATE TO RST-CAT-DATE
112160         MOVE RST-CATALOG-LINE TO CATALOG-RECORD
112170         WRITE CATALOG-RECORD
112180         IF RST-CATALOG-STATUS NOT = "00"
112190             DISPLAY "Warning: could not write catalog"
112200             DISPLAY "line, status " RST-CATALOG-STATUS
112210         END-IF
112220         CLOSE CATALOG-FILE
112230     END-IF.
112240
112250*--------------------------------------------------------------*
112260* MOVEMENT FILE REBUILD - EMPTIES THE MOVEMENT FILE AND FILES   *
112270* EVERY LINE OF THE TEXT TRAIL (ARCHIVES, THEN THE LIVE LOG)    *
112280* ON IT AGAIN. RUN ONCE WHEN THE FILE IS FIRST BROUGHT IN, AND  *
112290* AFTER THAT ONLY IF THE FILE IS LOST OR DAMAGED. TEXT LINES    *
112300* CARRY NO LOCATION, SO REBUILT RECORDS HAVE A BLANK ONE. A     *
112310* LINE WHOSE DATE OR QUANTITIES DO NOT PARSE IS SKIPPED AND     *
112320* COUNTED.                                                      *
112330*--------------------------------------------------------------*
112340 9392-REBUILD-MOVEMENT-HISTORY.
112350     DISPLAY "This empties the movement history file and"
112360     DISPLAY "reloads it from the audit archives and the"
112370     DISPLAY "live audit log."
112380     DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
112390     ACCEPT RST-ENTRY-YES-NO
112400     IF RST-ENTRY-YES-NO = "Y" OR RST-ENTRY-YES-NO = "y"
112410         PERFORM 9394-EXECUTE-REBUILD
112420     ELSE
112430         DISPLAY "Rebuild cancelled."
112440     END-IF.
112450
112460 9394-EXECUTE-REBUILD.
112470     CLOSE MOVEMENT-FILE
112480     OPEN OUTPUT MOVEMENT-FILE
112490     IF RST-MOVE-STATUS NOT = "00"
112500         DISPLAY "Could not clear movement file, status "
112510             RST-MOVE-STATUS
112520         PERFORM 9781-OPEN-MOVEMENT-FILE
112530     ELSE
112540         CLOSE MOVEMENT-FILE
112550         PERFORM 9781-OPEN-MOVEMENT-FILE
112560         MOVE 0 TO RST-MOV-REBUILT
112570         MOVE 0 TO RST-MOV-SKIPPED
112580         MOVE 0 TO RST-MOV-WRITE-ERRORS
112590         MOVE 0 TO RST-ARCH-FLOOR-DATE
112600         MOVE "B" TO RST-SCAN-MODE
112610         PERFORM 9530-SCAN-FULL-AUDIT-TRAIL
112620         DISPLAY "Movement history rebuilt - "
112630             RST-MOV-REBUILT " records filed,"
112640         DISPLAY RST-MOV-SKIPPED
112650             " unreadable audit lines skipped."
112660         IF RST-MOV-WRITE-ERRORS > 0
112670             DISPLAY RST-MOV-WRITE-ERRORS
112680                 " records could not be written."
112690         END-IF
112700     END-IF.
112710
112720 9396-REFILE-AUDIT-LINE.
112730     IF RST-AUDP-LINE-VALID
112740         MOVE RST-AUDP-PRODUCT-ID TO RST-FILE-MOV-PRODUCT-ID
112750         MOVE RST-AUDP-DATE TO RST-FILE-MOV-DATE
112760         IF RST-AUDP-HOUR-X IS NUMERIC
112770                 AND RST-AUDP-MINUTE-X IS NUMERIC
112780                 AND RST-AUDP-SECOND-X IS NUMERIC
112790             MOVE RST-AUDP-HOUR-X TO RST-MOV-HOUR
112800             MOVE RST-AUDP-MINUTE-X TO RST-MOV-MINUTE
112810             MOVE RST-AUDP-SECOND-X TO RST-MOV-SECOND
112820         ELSE
112830             MOVE 0 TO RST-MOV-TIME-WORK
112840         END-IF
112850         MOVE RST-MOV-TIME-WORK TO RST-FILE-MOV-TIME
112860         MOVE RST-AUDP-ACTION TO RST-FILE-MOV-ACTION
112870         MOVE RST-AUDP-BEFORE-QTY TO RST-FILE-MOV-BEFORE-QTY
112880         MOVE RST-AUDP-AFTER-QTY TO RST-FILE-MOV-AFTER-QTY
112890         MOVE SPACES TO RST-FILE-MOV-LOCATION
112900         MOVE RST-AUDP-OPERATOR TO RST-FILE-MOV-OPERATOR
112910         MOVE RST-AUDP-VALUE TO RST-FILE-MOV-VALUE
112920         MOVE RST-AUDP-DETAIL TO RST-FILE-MOV-DETAIL
112930         PERFORM 9502-FILE-MOVEMENT-RECORD
112940         IF RST-MOVE-STATUS = "00"
112950             ADD 1 TO RST-MOV-REBUILT
112960         ELSE
112970             ADD 1 TO RST-MOV-WRITE-ERRORS
112980         END-IF
112990     ELSE
113000         ADD 1 TO RST-MOV-SKIPPED
113010     END-IF.
113020
113030*--------------------------------------------------------------*
113040* STOCK MOVEMENT ANALYSIS - THE REPORTS MANAGEMENT ASKS FOR     *
113050* EVERY MONTH, BUILT ON THE DATED SNAPSHOTS THE BATCH RUN       *
113060* WRITES AND ON THE AUDIT TRAIL: AN OPENING/RECEIPTS/ISSUES/    *
113070* CLOSING STATEMENT WITH A STOCK-TURNS FIGURE, AND A DEAD       *
113080* STOCK LIST OF PRODUCTS WITH NO ISSUE ACTIVITY IN A CHOSEN     *
113090* NUMBER OF DAYS.                                               *
113100*--------------------------------------------------------------*
113110 9400-STOCK-MOVEMENT-ANALYSIS.
113120     MOVE SPACES TO RST-ENTRY-SUB-OPTION
113130     PERFORM UNTIL RST-ENTRY-SUB-OPTION = "X"
113140             OR RST-ENTRY-SUB-OPTION = "x"
113150         PERFORM 9405-PROCESS-ANALYSIS-OPTION
113160     END-PERFORM.
113170
113180 9405-PROCESS-ANALYSIS-OPTION.
113190     DISPLAY " "
113200     DISPLAY "Stock Movement Analysis - M=Movement"
113210     DISPLAY "Statement, D=Dead Stock Report, X=Return: "
113220         WITH NO ADVANCING
113230     ACCEPT RST-ENTRY-SUB-OPTION
113240     EVALUATE RST-ENTRY-SUB-OPTION
113250         WHEN "M"
113260         WHEN "m"
113270             PERFORM 9410-MOVEMENT-STATEMENT
113280         WHEN "D"
113290         WHEN "d"
113300             PERFORM 9420-DEAD-STOCK-REPORT
113310         WHEN "X"
113320         WHEN "x"
113330             CONTINUE
113340         WHEN OTHER
113350             DISPLAY "Invalid option."
113360     END-EVALUATE.
113370
113380 9410-MOVEMENT-STATEMENT.
113390     PERFORM 9355-PROMPT-DATE-RANGE
113400     PERFORM VARYING RST-SUBSCRIPT FROM 1 BY 1
113410         UNTIL RST-SUBSCRIPT > RST-PRODUCT-COUNT
113420         PERFORM 9411-CLEAR-STATEMENT-ROW
113430     END-PERFORM
113440     PERFORM 9412-READ-SNAPSHOTS
113450     PERFORM 9415-TALLY-PERIOD-MOVEMENTS
113460     MOVE RST-STMT-HEADING TO RST-PRINT-LINE
113470     PERFORM 9950-WRITE-REPORT-LINE
113480     MOVE RST-STMT-COLUMN-HEADING TO RST-PRINT-LINE
113490     PERFORM 9950-WRITE-REPORT-LINE
113500     IF RST-PRODUCT-COUNT = 0
113510         MOVE "No products on file." TO RST-PRINT-LINE
113520         PERFORM 9950-WRITE-REPORT-LINE
113530     ELSE
113540         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
113550             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
113560             PERFORM 9418-PRINT-STATEMENT-LINE
113570         END-PERFORM
113580     END-IF.
113590
113600 9411-CLEAR-STATEMENT-ROW.
113610     MOVE 0 TO RST-STMT-OPEN-QTY (RST-SUBSCRIPT)
113620     MOVE 0 TO RST-STMT-OPEN-DATE (RST-SUBSCRIPT)
113630     MOVE 0 TO RST-STMT-CLOSE-QTY (RST-SUBSCRIPT)
113640     MOVE 0 TO RST-STMT-CLOSE-DATE (RST-SUBSCRIPT)
113650     MOVE 0 TO RST-STMT-RECEIPTS (RST-SUBSCRIPT)
113660     MOVE 0 TO RST-STMT-ISSUES (RST-SUBSCRIPT)
113670     MOVE 0 TO RST-STMT-ADJUST (RST-SUBSCRIPT).
113680
113690 9412-READ-SNAPSHOTS.
113700     OPEN INPUT SNAPSHOT-FILE
113710     IF RST-SNAPSHOT-STATUS = "35"
113720         DISPLAY "No snapshots on file yet - opening and"
113730         DISPLAY "closing balances will show as zero."
113740     ELSE
113750         IF RST-SNAPSHOT-STATUS NOT = "00"
113760             DISPLAY "Warning: could not read snapshot file,"
113770             DISPLAY "status " RST-SNAPSHOT-STATUS
113780         ELSE
113790             PERFORM 9413-READ-SNAPSHOT-RECORD
113800             PERFORM UNTIL RST-SNAPSHOT-STATUS NOT = "00"
113810                 PERFORM 9414-APPLY-SNAPSHOT-LINE
113820                 PERFORM 9413-READ-SNAPSHOT-RECORD
113830             END-PERFORM
113840             CLOSE SNAPSHOT-FILE
113850         END-IF
113860     END-IF.
113870
113880 9413-READ-SNAPSHOT-RECORD.
113890     READ SNAPSHOT-FILE
113900     IF RST-SNAPSHOT-STATUS = "00"
113910         MOVE SNAPSHOT-RECORD TO RST-SNAP-INPUT-LINE
113920     END-IF.
113930
113940 9414-APPLY-SNAPSHOT-LINE.
113950     IF RST-SNP-DATE-X IS NUMERIC
113960             AND RST-SNP-QTY-X IS NUMERIC
113970         MOVE RST-SNP-DATE-X TO RST-SNP-DATE
113980         MOVE RST-SNP-QTY-X TO RST-SNP-QTY
113990         MOVE RST-SNP-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
114000         PERFORM 9800-FIND-PRODUCT
114010         IF RST-RECORD-FOUND
114020             IF RST-SNP-DATE < RST-ENTRY-DATE-FROM
114030                     AND RST-SNP-DATE NOT <
114040                         RST-STMT-OPEN-DATE (RST-SUBSCRIPT)
114050                 MOVE RST-SNP-QTY
114060                     TO RST-STMT-OPEN-QTY (RST-SUBSCRIPT)
114070                 MOVE RST-SNP-DATE
114080                     TO RST-STMT-OPEN-DATE (RST-SUBSCRIPT)
114090             END-IF
114100             IF RST-SNP-DATE NOT > RST-ENTRY-DATE-TO
114110                     AND RST-SNP-DATE NOT <
114120                         RST-ENTRY-DATE-FROM
114130                     AND RST-SNP-DATE NOT <
114140                         RST-STMT-CLOSE-DATE (RST-SUBSCRIPT)
114150                 MOVE RST-SNP-QTY
114160                     TO RST-STMT-CLOSE-QTY (RST-SUBSCRIPT)
114170                 MOVE RST-SNP-DATE
114180                     TO RST-STMT-CLOSE-DATE (RST-SUBSCRIPT)
114190             END-IF
114200         END-IF
114210     END-IF.
114220
114230 9415-TALLY-PERIOD-MOVEMENTS.
114240     MOVE "S" TO RST-SCAN-MODE
114250     MOVE "D" TO RST-MOV-SCAN-BY
114260     MOVE RST-ENTRY-DATE-FROM TO RST-MOV-SCAN-FROM
114270     MOVE RST-ENTRY-DATE-TO TO RST-MOV-SCAN-TO
114280     PERFORM 9540-SCAN-MOVEMENT-HISTORY.
114290
114300 9416-APPLY-AUDIT-LINE.
114310     IF RST-AUDP-LINE-VALID
114320             AND RST-AUDP-DATE NOT < RST-ENTRY-DATE-FROM
114330             AND RST-AUDP-DATE NOT > RST-ENTRY-DATE-TO
114340         MOVE RST-AUDP-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
114350         PERFORM 9800-FIND-PRODUCT
114360         IF RST-RECORD-FOUND
114370             PERFORM 9417-CLASSIFY-AUDIT-LINE
114380         END-IF
114390     END-IF.
114400
114410 9417-CLASSIFY-AUDIT-LINE.
114420     EVALUATE RST-AUDP-ACTION
114430         WHEN "RECEIVE"
114440             COMPUTE RST-STMT-RECEIPTS (RST-SUBSCRIPT) =
114450                 RST-STMT-RECEIPTS (RST-SUBSCRIPT)
114460                 + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
114470         WHEN "ISSUE"
114480         WHEN "BACKFILL"
114490         WHEN "ORD-ISSUE"
114500         WHEN "KIT-ISSUE"
114510             COMPUTE RST-STMT-ISSUES (RST-SUBSCRIPT) =
114520                 RST-STMT-ISSUES (RST-SUBSCRIPT)
114530                 + RST-AUDP-BEFORE-QTY - RST-AUDP-AFTER-QTY
114540         WHEN "ADD"
114550         WHEN "UPDATE"
114560         WHEN "DELETE"
114570         WHEN "COUNT-ADJ"
114580         WHEN "KIT-BUILD"
114590         WHEN "LOT-WRTOFF"
114600         WHEN "RETURN"
114610             COMPUTE RST-STMT-ADJUST (RST-SUBSCRIPT) =
114620                 RST-STMT-ADJUST (RST-SUBSCRIPT)
114630                 + RST-AUDP-AFTER-QTY - RST-AUDP-BEFORE-QTY
114640         WHEN OTHER
114650             CONTINUE
114660     END-EVALUATE.
114670
114680 9418-PRINT-STATEMENT-LINE.
114690     SET RST-SUBSCRIPT TO RST-PRODUCT-IDX
114700     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
114710         TO RST-SMD-PRODUCT-ID
114720     MOVE RST-STMT-OPEN-QTY (RST-SUBSCRIPT) TO RST-SMD-OPENING
114730     MOVE RST-STMT-RECEIPTS (RST-SUBSCRIPT)
114740         TO RST-SMD-RECEIPTS
114750     MOVE RST-STMT-ISSUES (RST-SUBSCRIPT) TO RST-SMD-ISSUES
114760     MOVE RST-STMT-ADJUST (RST-SUBSCRIPT) TO RST-SMD-ADJUST
114770     IF RST-STMT-CLOSE-DATE (RST-SUBSCRIPT) = 0
114780         MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX)
114790             TO RST-STMT-CLOSE-QTY (RST-SUBSCRIPT)
114800     END-IF
114810     MOVE RST-STMT-CLOSE-QTY (RST-SUBSCRIPT)
114820         TO RST-SMD-CLOSING
114830     IF RST-STMT-OPEN-QTY (RST-SUBSCRIPT)
114840             + RST-STMT-CLOSE-QTY (RST-SUBSCRIPT) > 0
114850         COMPUTE RST-STMT-TURNS ROUNDED =
114860             (2 * RST-STMT-ISSUES (RST-SUBSCRIPT))
114870             / (RST-STMT-OPEN-QTY (RST-SUBSCRIPT)
114880                 + RST-STMT-CLOSE-QTY (RST-SUBSCRIPT))
114890     ELSE
114900         MOVE 0 TO RST-STMT-TURNS
114910     END-IF
114920     MOVE RST-STMT-TURNS TO RST-SMD-TURNS
114930     MOVE RST-STMT-DETAIL TO RST-PRINT-LINE
114940     PERFORM 9950-WRITE-REPORT-LINE.
114950
114960*--------------------------------------------------------------*
114970* DEAD STOCK - PRODUCTS WITH STOCK ON HAND AND NO ISSUE IN THE  *
114980* CHOSEN NUMBER OF DAYS, WITH THE VALUE TIED UP AT LIST PRICE.  *
114990* THE LAST ISSUE DATE COMES FROM THE MOVEMENT FILE; A PRODUCT   *
115000* NEVER ISSUED SHOWS "NEVER".                                   *
115010*--------------------------------------------------------------*
115020 9420-DEAD-STOCK-REPORT.
115030     DISPLAY "Enter number of days with no issues: "
115040         WITH NO ADVANCING
115050     ACCEPT RST-ENTRY-DAYS-EDIT
115060     INSPECT RST-ENTRY-DAYS-EDIT
115070         REPLACING LEADING SPACE BY "0"
115080     IF RST-ENTRY-DAYS-EDIT IS NOT NUMERIC
115090             OR RST-ENTRY-DAYS = 0
115100         MOVE 90 TO RST-ENTRY-DAYS
115110         DISPLAY "Using 90 days."
115120     END-IF
115130     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
115140     MOVE RST-SYSTEM-DATE TO RST-DATE-WORK
115150     MOVE RST-ENTRY-DAYS TO RST-DAYS-TO-SUBTRACT
115160     PERFORM 9460-SUBTRACT-DAYS-FROM-DATE
115170     MOVE RST-DATE-WORK TO RST-CUTOFF-DATE
115180     PERFORM VARYING RST-SUBSCRIPT FROM 1 BY 1
115190         UNTIL RST-SUBSCRIPT > RST-PRODUCT-COUNT
115200         PERFORM 9422-CLEAR-LAST-ISSUE
115210     END-PERFORM
115220     PERFORM 9424-FIND-LAST-ISSUES
115230     MOVE RST-DEAD-HEADING TO RST-PRINT-LINE
115240     PERFORM 9950-WRITE-REPORT-LINE
115250     MOVE RST-DEAD-COLUMN-HEADING TO RST-PRINT-LINE
115260     PERFORM 9950-WRITE-REPORT-LINE
115270     MOVE 0 TO RST-DEAD-COUNT
115280     PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
115290         UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
115300         PERFORM 9426-PRINT-DEAD-STOCK-LINE
115310     END-PERFORM
115320     IF RST-DEAD-COUNT = 0
115330         MOVE "No dead stock found." TO RST-PRINT-LINE
115340         PERFORM 9950-WRITE-REPORT-LINE
115350     END-IF.
115360
115370 9422-CLEAR-LAST-ISSUE.
115380     MOVE 0 TO RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT).
115390
115400 9424-FIND-LAST-ISSUES.
115410     MOVE "D" TO RST-SCAN-MODE
115420     MOVE "D" TO RST-MOV-SCAN-BY
115430     MOVE 0 TO RST-MOV-SCAN-FROM
115440     MOVE 99999999 TO RST-MOV-SCAN-TO
115450     PERFORM 9540-SCAN-MOVEMENT-HISTORY.
115460
115470 9425-NOTE-ISSUE-DATE.
115480     IF RST-AUDP-LINE-VALID
115490             AND (RST-AUDP-ACTION = "ISSUE"
115500                 OR RST-AUDP-ACTION = "BACKFILL"
115510             OR RST-AUDP-ACTION = "ORD-ISSUE"
115520             OR RST-AUDP-ACTION = "KIT-ISSUE")
115530         MOVE RST-AUDP-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
115540         PERFORM 9800-FIND-PRODUCT
115550         IF RST-RECORD-FOUND
115560             IF RST-AUDP-DATE >
115570                     RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT)
115580                 MOVE RST-AUDP-DATE
115590                     TO RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT)
115600             END-IF
115610         END-IF
115620     END-IF.
115630
115640 9426-PRINT-DEAD-STOCK-LINE.
115650     SET RST-SUBSCRIPT TO RST-PRODUCT-IDX
115660     IF RST-PRODUCT-QTY (RST-PRODUCT-IDX) > 0
115670             AND RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT)
115680                 < RST-CUTOFF-DATE
115690         ADD 1 TO RST-DEAD-COUNT
115700         MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
115710             TO RST-DSD-PRODUCT-ID
115720         MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
115730             TO RST-DSD-PRODUCT-NAME
115740         MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX)
115750             TO RST-DSD-QTY
115760         COMPUTE RST-DEAD-VALUE =
115770             RST-PRODUCT-QTY (RST-PRODUCT-IDX)
115780             * RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
115790         MOVE RST-DEAD-VALUE TO RST-DSD-VALUE
115800         IF RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT) = 0
115810             MOVE "NEVER" TO RST-DSD-LAST-ISSUE
115820         ELSE
115830             MOVE RST-DEAD-LAST-ISSUE (RST-SUBSCRIPT)
115840                 TO RST-DSD-LAST-ISSUE
115850         END-IF
115860         MOVE RST-DEAD-DETAIL TO RST-PRINT-LINE
115870         PERFORM 9950-WRITE-REPORT-LINE
115880     END-IF.
115890
115900*--------------------------------------------------------------*
115910* PERIOD-END SNAPSHOT - THE OVERNIGHT RUN APPENDS ONE DATED     *
115920* LINE PER PRODUCT, SO THE SNAPSHOT FILE ACCUMULATES A DAILY    *
115930* BALANCE HISTORY THE MOVEMENT REPORTS CAN DRAW ON.             *
115940*--------------------------------------------------------------*
115950 9440-WRITE-SNAPSHOT.
115960     MOVE 0 TO RST-SNAP-WRITTEN
115970     OPEN EXTEND SNAPSHOT-FILE
115980     IF RST-SNAPSHOT-STATUS = "35"
115990         OPEN OUTPUT SNAPSHOT-FILE
116000     END-IF
116010     IF RST-SNAPSHOT-STATUS NOT = "00"
116020         DISPLAY "Warning: could not open snapshot file,"
116030         DISPLAY "status " RST-SNAPSHOT-STATUS
116040         MOVE "W" TO RST-STP-NEW-SEV
116050         MOVE "SNAPSHOT FILE COULD NOT BE OPENED"
116060             TO RST-STP-NEW-TEXT
116070         PERFORM 9942-RAISE-STEP-SEVERITY
116080     ELSE
116090         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
116100             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
116110             PERFORM 9442-WRITE-ONE-SNAPSHOT-LINE
116120         END-PERFORM
116130         CLOSE SNAPSHOT-FILE
116140         DISPLAY "Snapshot written: " RST-SNAP-WRITTEN
116150             " products."
116160     END-IF.
116170
116180 9442-WRITE-ONE-SNAPSHOT-LINE.
116190     MOVE RST-RUN-BUSINESS-DATE TO RST-SNAP-DATE
116200     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX)
116210         TO RST-SNAP-PRODUCT-ID
116220     MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX) TO RST-SNAP-QTY
116230     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
116240         TO RST-SNAP-PRICE
116250     MOVE RST-SNAP-LINE TO SNAPSHOT-RECORD
116260     WRITE SNAPSHOT-RECORD
116270     IF RST-SNAPSHOT-STATUS NOT = "00"
116280         DISPLAY "Warning: could not write snapshot line,"
116290         DISPLAY "status " RST-SNAPSHOT-STATUS
116300     ELSE
116310         ADD 1 TO RST-SNAP-WRITTEN
116320     END-IF.
116330
116340*--------------------------------------------------------------*
116350* CALENDAR ARITHMETIC BY ORDINARY VERBS - WALKS RST-DATE-WORK   *
116360* BACKWARD ONE DAY AT A TIME, ROLLING MONTH AND YEAR ENDS AND   *
116370* RESPECTING LEAP FEBRUARIES.                                   *
116380*--------------------------------------------------------------*
116390 9460-SUBTRACT-DAYS-FROM-DATE.
116400     PERFORM 9462-BACK-ONE-DAY
116410         RST-DAYS-TO-SUBTRACT TIMES.
116420
116430 9462-BACK-ONE-DAY.
116440     IF RST-DATE-WORK-DAY > 1
116450         SUBTRACT 1 FROM RST-DATE-WORK-DAY
116460     ELSE
116470         IF RST-DATE-WORK-MONTH > 1
116480             SUBTRACT 1 FROM RST-DATE-WORK-MONTH
116490         ELSE
116500             MOVE 12 TO RST-DATE-WORK-MONTH
116510             SUBTRACT 1 FROM RST-DATE-WORK-YEAR
116520         END-IF
116530         PERFORM 9465-DAYS-IN-MONTH
116540         MOVE RST-DIM TO RST-DATE-WORK-DAY
116550     END-IF.
116560
116570 9461-ADD-DAYS-TO-DATE.
116580     PERFORM 9463-FORWARD-ONE-DAY
116590         RST-DAYS-TO-ADD TIMES.
116600
116610 9463-FORWARD-ONE-DAY.
116620     PERFORM 9465-DAYS-IN-MONTH
116630     IF RST-DATE-WORK-DAY < RST-DIM
116640         ADD 1 TO RST-DATE-WORK-DAY
116650     ELSE
116660         MOVE 1 TO RST-DATE-WORK-DAY
116670         IF RST-DATE-WORK-MONTH < 12
116680             ADD 1 TO RST-DATE-WORK-MONTH
116690         ELSE
116700             MOVE 1 TO RST-DATE-WORK-MONTH
116710             ADD 1 TO RST-DATE-WORK-YEAR
116720         END-IF
116730     END-IF.
116740
116750 9465-DAYS-IN-MONTH.
116760     EVALUATE RST-DATE-WORK-MONTH
116770         WHEN 4
116780         WHEN 6
116790         WHEN 9
116800         WHEN 11
116810             MOVE 30 TO RST-DIM
116820         WHEN 2
116830             PERFORM 9467-FEBRUARY-DAYS
116840         WHEN OTHER
116850             MOVE 31 TO RST-DIM
116860     END-EVALUATE.
116870
116880 9467-FEBRUARY-DAYS.
116890     MOVE 28 TO RST-DIM
116900     DIVIDE RST-DATE-WORK-YEAR BY 4 GIVING RST-LEAP-QUOT
116910         REMAINDER RST-LEAP-REM
116920     IF RST-LEAP-REM = 0
116930         MOVE 29 TO RST-DIM
116940         DIVIDE RST-DATE-WORK-YEAR BY 100 GIVING RST-LEAP-QUOT
116950             REMAINDER RST-LEAP-REM
116960         IF RST-LEAP-REM = 0
116970             DIVIDE RST-DATE-WORK-YEAR BY 400
116980                 GIVING RST-LEAP-QUOT
116990                 REMAINDER RST-LEAP-REM
117000             IF RST-LEAP-REM NOT = 0
117010                 MOVE 28 TO RST-DIM
117020             END-IF
117030         END-IF
117040     END-IF.
117050
117060*--------------------------------------------------------------*
117070* TURNS RST-DATE-WORK INTO A RUNNING DAY NUMBER SO TWO DATES    *
117080* CAN BE DIFFERENCED IN ONE SUBTRACT INSTEAD OF A DAY-BY-DAY    *
117090* WALK. PRIOR YEARS CONTRIBUTE 365 DAYS PLUS THE GREGORIAN      *
117100* LEAP RULE; THE CURRENT YEAR CONTRIBUTES THE MONTH OFFSETS     *
117110* (PLUS ONE AFTER FEBRUARY IN A LEAP YEAR) AND THE DAY.         *
117120*--------------------------------------------------------------*
117130 9470-DATE-TO-DAY-NUMBER.
117140     COMPUTE RST-DN-PRIOR-YEARS = RST-DATE-WORK-YEAR - 1
117150     DIVIDE RST-DN-PRIOR-YEARS BY 4 GIVING RST-DN-Q4
117160     DIVIDE RST-DN-PRIOR-YEARS BY 100 GIVING RST-DN-Q100
117170     DIVIDE RST-DN-PRIOR-YEARS BY 400 GIVING RST-DN-Q400
117180     PERFORM 9472-MONTH-OFFSET
117190     COMPUTE RST-DAY-NUMBER =
117200         RST-DN-PRIOR-YEARS * 365
117210         + RST-DN-Q4 - RST-DN-Q100 + RST-DN-Q400
117220         + RST-DN-OFFSET + RST-DATE-WORK-DAY.
117230
117240 9472-MONTH-OFFSET.
117250     EVALUATE RST-DATE-WORK-MONTH
117260         WHEN 1
117270             MOVE 0 TO RST-DN-OFFSET
117280         WHEN 2
117290             MOVE 31 TO RST-DN-OFFSET
117300         WHEN 3
117310             MOVE 59 TO RST-DN-OFFSET
117320         WHEN 4
117330             MOVE 90 TO RST-DN-OFFSET
117340         WHEN 5
117350             MOVE 120 TO RST-DN-OFFSET
117360         WHEN 6
117370             MOVE 151 TO RST-DN-OFFSET
117380         WHEN 7
117390             MOVE 181 TO RST-DN-OFFSET
117400         WHEN 8
117410             MOVE 212 TO RST-DN-OFFSET
117420         WHEN 9
117430             MOVE 243 TO RST-DN-OFFSET
117440         WHEN 10
117450             MOVE 273 TO RST-DN-OFFSET
117460         WHEN 11
117470             MOVE 304 TO RST-DN-OFFSET
117480         WHEN OTHER
117490             MOVE 334 TO RST-DN-OFFSET
117500     END-EVALUATE
117510     IF RST-DATE-WORK-MONTH > 2
117520         PERFORM 9467-FEBRUARY-DAYS
117530         IF RST-DIM = 29
117540             ADD 1 TO RST-DN-OFFSET
117550         END-IF
117560     END-IF.
117570
117580*--------------------------------------------------------------*
117590* COST LAYER PRIMITIVES. A LAYER IS FILED PER RECEIPT WITH THE  *
117600* QUANTITY STILL UNRELIEVED AND THE UNIT COST ACTUALLY PAID.    *
117610* LAYER SEQUENCE NUMBERS RISE PER PRODUCT, SO READING THE FILE  *
117620* IN KEY ORDER WALKS A PRODUCT'S LAYERS OLDEST FIRST - THAT IS  *
117630* THE WHOLE FIFO MECHANISM. ISSUES FROM STOCK THAT PREDATES     *
117640* COST TRACKING FIND NO LAYERS AND SIMPLY LEAVE THE FILE        *
117650* ALONE.                                                        *
117660*--------------------------------------------------------------*
117670 9300-ADD-COST-LAYER.
117680     MOVE 0 TO RST-LAYER-SEQ
117690     PERFORM 9315-START-COST-FILE-AT-PRODUCT
117700     IF RST-COST-STATUS = "00"
117710         PERFORM 9310-READ-COST-RECORD
117720         PERFORM UNTIL RST-COST-STATUS NOT = "00"
117730                 OR RST-FILE-CST-PRODUCT-ID
117740                     NOT = RST-ENTRY-PRODUCT-ID
117750             PERFORM 9305-NOTE-LAYER-SEQ
117760             PERFORM 9310-READ-COST-RECORD
117770         END-PERFORM
117780     END-IF
117790     ADD 1 TO RST-LAYER-SEQ
117800     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
117810     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-CST-PRODUCT-ID
117820     MOVE RST-LAYER-SEQ TO RST-FILE-CST-LAYER-SEQ
117830     MOVE RST-LAYER-QTY TO RST-FILE-CST-QTY
117840     MOVE RST-LAYER-COST TO RST-FILE-CST-UNIT-COST
117850     MOVE RST-SYSTEM-DATE TO RST-FILE-CST-DATE
117860     MOVE 0 TO RST-FILE-CST-PO-NUMBER
117870     MOVE 0 TO RST-FILE-CST-PO-LINE
117880*    THE LAYER VALUE RIDES ON THE AUDIT ROW SO THE GL
117890*    EXTRACT CAN PRICE THE DAY'S RECEIPTS WITHOUT REREADING
117900*    LAYERS THAT LATER ISSUES MAY ALREADY HAVE RELIEVED.
117910     COMPUTE RST-ACTION-VALUE = RST-LAYER-QTY * RST-LAYER-COST
117920     WRITE COST-RECORD
117930     IF RST-COST-STATUS NOT = "00"
117940         DISPLAY "Warning: could not write cost layer,"
117950         DISPLAY "status " RST-COST-STATUS
117960     END-IF.
117970
117980 9305-NOTE-LAYER-SEQ.
117990     MOVE RST-FILE-CST-LAYER-SEQ TO RST-LAYER-SEQ.
118000
118010 9310-READ-COST-RECORD.
118020     READ COST-FILE NEXT RECORD.
118030
118040 9315-START-COST-FILE-AT-PRODUCT.
118050     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-CST-PRODUCT-ID
118060     MOVE 0 TO RST-FILE-CST-LAYER-SEQ
118070     START COST-FILE KEY IS NOT LESS THAN
118080         RST-FILE-COST-KEY.
118090
118100 9320-RELIEVE-COST-LAYERS.
118110     MOVE 0 TO RST-ACTION-VALUE
118120     MOVE RST-LAYER-QTY TO RST-LAYER-REMAINING
118130     PERFORM 9315-START-COST-FILE-AT-PRODUCT
118140     IF RST-COST-STATUS = "00"
118150         PERFORM 9310-READ-COST-RECORD
118160         PERFORM UNTIL RST-COST-STATUS NOT = "00"
118170                 OR RST-FILE-CST-PRODUCT-ID
118180                     NOT = RST-ENTRY-PRODUCT-ID
118190                 OR RST-LAYER-REMAINING = 0
118200             PERFORM 9325-RELIEVE-ONE-LAYER
118210         END-PERFORM
118220     END-IF.
118230
118240 9325-RELIEVE-ONE-LAYER.
118250     IF RST-FILE-CST-QTY <= RST-LAYER-REMAINING
118260         COMPUTE RST-ACTION-VALUE = RST-ACTION-VALUE
118270             + RST-FILE-CST-QTY * RST-FILE-CST-UNIT-COST
118280         SUBTRACT RST-FILE-CST-QTY FROM RST-LAYER-REMAINING
118290         DELETE COST-FILE RECORD
118300         IF RST-COST-STATUS NOT = "00"
118310             DISPLAY "Warning: could not delete cost layer,"
118320             DISPLAY "status " RST-COST-STATUS
118330         END-IF
118340         PERFORM 9310-READ-COST-RECORD
118350     ELSE
118360         COMPUTE RST-ACTION-VALUE = RST-ACTION-VALUE
118370             + RST-LAYER-REMAINING * RST-FILE-CST-UNIT-COST
118380         SUBTRACT RST-LAYER-REMAINING FROM RST-FILE-CST-QTY
118390         MOVE 0 TO RST-LAYER-REMAINING
118400         REWRITE COST-RECORD
118410         IF RST-COST-STATUS NOT = "00"
118420             DISPLAY "Warning: could not rewrite cost layer,"
118430             DISPLAY "status " RST-COST-STATUS
118440         END-IF
118450     END-IF.
118460
118470*--------------------------------------------------------------*
118480* LOT PRIMITIVES FOR DATED GOODS. LOT ROWS ARE KEYED PRODUCT /  *
118490* EXPIRY / LOT NUMBER, SO READING A PRODUCT'S ROWS IN KEY       *
118500* ORDER WALKS THEM EARLIEST EXPIRY FIRST - THAT IS THE WHOLE    *
118510* FEFO MECHANISM, JUST AS KEY ORDER IS THE FIFO MECHANISM FOR   *
118520* COST LAYERS. EXPIRED LOTS ARE NEVER PICKED FROM; THEY SIT     *
118530* UNTIL THEY ARE WRITTEN OFF. COSTING STAYS ON THE FIFO COST    *
118540* LAYERS - LOTS TRACK WHICH PHYSICAL STOCK MOVES, NOT WHAT IT   *
118550* COST.                                                         *
118560*--------------------------------------------------------------*
118570 9330-RELIEVE-LOTS-FEFO.
118580     MOVE RST-LOT-RELIEF-QTY TO RST-LOT-REMAINING
118590     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
118600     PERFORM 9338-START-LOT-AT-PRODUCT
118610     IF RST-LOT-STATUS = "00"
118620         PERFORM 9337-READ-LOT-RECORD
118630         PERFORM UNTIL RST-LOT-STATUS NOT = "00"
118640                 OR RST-FILE-LOT-PRODUCT-ID
118650                     NOT = RST-ENTRY-PRODUCT-ID
118660                 OR RST-LOT-REMAINING = 0
118670             PERFORM 9332-RELIEVE-ONE-LOT
118680             PERFORM 9337-READ-LOT-RECORD
118690         END-PERFORM
118700     END-IF
118710     IF RST-LOT-REMAINING > 0
118720         DISPLAY "Warning: lot rows cover "
118730             RST-LOT-REMAINING " less than the quantity"
118740         DISPLAY "issued - lot balances need a count."
118750     END-IF.
118760
118770 9332-RELIEVE-ONE-LOT.
118780     IF RST-FILE-LOT-EXPIRY NOT < RST-SYSTEM-DATE
118790             AND RST-FILE-LOT-QTY > 0
118800         IF RST-FILE-LOT-QTY < RST-LOT-REMAINING
118810             MOVE RST-FILE-LOT-QTY TO RST-LOT-TAKE-QTY
118820         ELSE
118830             MOVE RST-LOT-REMAINING TO RST-LOT-TAKE-QTY
118840         END-IF
118850         SUBTRACT RST-LOT-TAKE-QTY FROM RST-FILE-LOT-QTY
118860         SUBTRACT RST-LOT-TAKE-QTY FROM RST-LOT-REMAINING
118870         DISPLAY "Pick lot " RST-FILE-LOT-NUMBER
118880             " (expires " RST-FILE-LOT-EXPIRY "): "
118890             RST-LOT-TAKE-QTY
118900         REWRITE LOT-RECORD
118910         IF RST-LOT-STATUS NOT = "00"
118920             DISPLAY "Warning: could not rewrite lot"
118930             DISPLAY "record, status " RST-LOT-STATUS
118940         END-IF
118950     END-IF.
118960
118970 9335-COUNT-UNEXPIRED-QTY.
118980     MOVE 0 TO RST-LOT-AVAIL-QTY
118990     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
119000     PERFORM 9338-START-LOT-AT-PRODUCT
119010     IF RST-LOT-STATUS = "00"
119020         PERFORM 9337-READ-LOT-RECORD
119030         PERFORM UNTIL RST-LOT-STATUS NOT = "00"
119040                 OR RST-FILE-LOT-PRODUCT-ID
119050                     NOT = RST-ENTRY-PRODUCT-ID
119060             PERFORM 9336-ADD-UNEXPIRED-LOT
119070             PERFORM 9337-READ-LOT-RECORD
119080         END-PERFORM
119090     END-IF.
119100
119110 9336-ADD-UNEXPIRED-LOT.
119120     IF RST-FILE-LOT-EXPIRY NOT < RST-SYSTEM-DATE
119130         ADD RST-FILE-LOT-QTY TO RST-LOT-AVAIL-QTY
119140     END-IF.
119150
119160 9337-READ-LOT-RECORD.
119170     READ LOT-FILE NEXT RECORD.
119180
119190 9338-START-LOT-AT-PRODUCT.
119200     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-LOT-PRODUCT-ID
119210     MOVE 0 TO RST-FILE-LOT-EXPIRY
119220     MOVE LOW-VALUES TO RST-FILE-LOT-NUMBER
119230     START LOT-FILE KEY IS NOT LESS THAN
119240         RST-FILE-LOT-KEY.
119250
119260*--------------------------------------------------------------*
119270* AUDIT TRAIL                                                   *
119280*--------------------------------------------------------------*
119290 9500-WRITE-AUDIT-RECORD.
119300     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
119310     ACCEPT RST-SYSTEM-TIME FROM TIME
119320     MOVE RST-SYS-YEAR TO RST-AUDIT-YEAR
119330     MOVE RST-SYS-MONTH TO RST-AUDIT-MONTH
119340     MOVE RST-SYS-DAY TO RST-AUDIT-DAY
119350     MOVE RST-SYS-HOUR TO RST-AUDIT-HOUR
119360     MOVE RST-SYS-MINUTE TO RST-AUDIT-MINUTE
119370     MOVE RST-SYS-SECOND TO RST-AUDIT-SECOND
119380     MOVE RST-ENTRY-OPERATOR-ID TO RST-AUDIT-OPERATOR
119390     MOVE RST-ENTRY-PRODUCT-ID TO RST-AUDIT-PRODUCT-ID
119400     MOVE RST-ACTION-CODE TO RST-AUDIT-ACTION
119410     MOVE RST-QTY-BEFORE TO RST-AUDIT-QTY-BEFORE
119420     MOVE RST-QTY-AFTER TO RST-AUDIT-QTY-AFTER
119430     MOVE RST-ACTION-DETAIL TO RST-AUDIT-DETAIL
119440     MOVE RST-ACTION-VALUE TO RST-AUDIT-VALUE
119450     MOVE RST-AUDIT-LINE TO AUDIT-FILE-RECORD
119460     WRITE AUDIT-FILE-RECORD
119470     IF RST-AUDIT-STATUS NOT = "00"
119480         DISPLAY "Warning: could not write audit record,"
119490         DISPLAY "status " RST-AUDIT-STATUS
119500     END-IF
119510     PERFORM 9501-WRITE-MOVEMENT-RECORD
119520     MOVE SPACES TO RST-ACTION-DETAIL
119530     MOVE SPACES TO RST-ACTION-LOCATION
119540     MOVE 0 TO RST-ACTION-VALUE.
119550
119560*--------------------------------------------------------------*
119570* MOVEMENT HISTORY - EVERY AUDIT ROW IS ALSO FILED ON THE       *
119580* INDEXED MOVEMENT FILE, KEYED PRODUCT/DATE/TIME WITH AN        *
119590* ALTERNATE KEY ON DATE/TIME, SO THE INQUIRIES AND NIGHTLY      *
119600* REPORTS READ ONLY THE RANGE THEY NEED INSTEAD OF PARSING      *
119610* EVERY ARCHIVE. THE RECORD ALSO CARRIES THE STOCK LOCATION,    *
119620* WHICH THE TEXT LINE HAS NO ROOM FOR. THE TEXT LOG STAYS THE   *
119630* LEGAL RECORD. A SEQUENCE NUMBER SEPARATES ROWS FOR ONE        *
119640* PRODUCT POSTED IN THE SAME SECOND.                            *
119650*--------------------------------------------------------------*
119660 9501-WRITE-MOVEMENT-RECORD.
119670     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-MOV-PRODUCT-ID
119680     MOVE RST-SYSTEM-DATE TO RST-FILE-MOV-DATE
119690     MOVE RST-SYS-HOUR TO RST-MOV-HOUR
119700     MOVE RST-SYS-MINUTE TO RST-MOV-MINUTE
119710     MOVE RST-SYS-SECOND TO RST-MOV-SECOND
119720     MOVE RST-MOV-TIME-WORK TO RST-FILE-MOV-TIME
119730     MOVE RST-ACTION-CODE TO RST-FILE-MOV-ACTION
119740     MOVE RST-QTY-BEFORE TO RST-FILE-MOV-BEFORE-QTY
119750     MOVE RST-QTY-AFTER TO RST-FILE-MOV-AFTER-QTY
119760     MOVE RST-ACTION-LOCATION TO RST-FILE-MOV-LOCATION
119770     MOVE RST-ENTRY-OPERATOR-ID TO RST-FILE-MOV-OPERATOR
119780     MOVE RST-ACTION-VALUE TO RST-FILE-MOV-VALUE
119790     MOVE RST-ACTION-DETAIL TO RST-FILE-MOV-DETAIL
119800     PERFORM 9502-FILE-MOVEMENT-RECORD.
119810
119820 9502-FILE-MOVEMENT-RECORD.
119830     MOVE RST-FILE-MOV-DATE TO RST-FILE-MOV-POST-DATE
119840     MOVE RST-FILE-MOV-TIME TO RST-FILE-MOV-POST-TIME
119850     MOVE 0 TO RST-FILE-MOV-SEQ
119860     MOVE "22" TO RST-MOVE-STATUS
119870     PERFORM 9503-PUT-MOVEMENT-RECORD
119880         UNTIL RST-MOVE-STATUS NOT = "22"
119890             OR RST-FILE-MOV-SEQ = 999
119900     IF RST-MOVE-STATUS NOT = "00"
119910         DISPLAY "Warning: could not write movement record,"
119920         DISPLAY "status " RST-MOVE-STATUS
119930     END-IF.
119940
119950 9503-PUT-MOVEMENT-RECORD.
119960     ADD 1 TO RST-FILE-MOV-SEQ
119970     WRITE MOVEMENT-RECORD.
119980
119990 9550-OPEN-AUDIT-FILE.
120000     OPEN EXTEND AUDIT-FILE
120010     IF RST-AUDIT-STATUS = "35"
120020         OPEN OUTPUT AUDIT-FILE
120030         CLOSE AUDIT-FILE
120040         OPEN EXTEND AUDIT-FILE
120050     END-IF.
120060
120070*--------------------------------------------------------------*
120080* READING THE AUDIT TRAIL BACK. THE FILE SITS OPEN EXTEND FOR   *
120090* THE WHOLE RUN, SO A READER FLIPS IT TO INPUT, WORKS THROUGH   *
120100* IT, AND FLIPS IT BACK SO LATER POSTINGS STILL APPEND.         *
120110*--------------------------------------------------------------*
120120 9505-OPEN-AUDIT-INPUT.
120130     CLOSE AUDIT-FILE
120140     OPEN INPUT AUDIT-FILE
120150     IF RST-AUDIT-STATUS NOT = "00"
120160         DISPLAY "Warning: could not read audit file,"
120170         DISPLAY "status " RST-AUDIT-STATUS
120180     END-IF.
120190
120200 9510-READ-AUDIT-INPUT.
120210     READ AUDIT-FILE
120220     IF RST-AUDIT-STATUS = "00"
120230         MOVE AUDIT-FILE-RECORD TO RST-AUDIT-INPUT-LINE
120240     END-IF.
120250
120260*--------------------------------------------------------------*
120270* BREAKS AN AUDIT LINE BACK INTO ITS FIELDS. A LINE WHOSE DATE  *
120280* OR QUANTITY COLUMNS DO NOT PARSE (A CORRUPT OR HAND-EDITED    *
120290* ROW) IS FLAGGED INVALID RATHER THAN LETTING BAD DIGITS INTO   *
120300* THE ARITHMETIC.                                               *
120310*--------------------------------------------------------------*
120320 9515-PARSE-AUDIT-LINE.
120330     MOVE "Y" TO RST-AUDP-VALID-SWITCH
120340     IF RST-AUDP-YEAR-X IS NOT NUMERIC
120350             OR RST-AUDP-MONTH-X IS NOT NUMERIC
120360             OR RST-AUDP-DAY-X IS NOT NUMERIC
120370         MOVE "N" TO RST-AUDP-VALID-SWITCH
120380     ELSE
120390         MOVE RST-AUDP-YEAR-X TO RST-AUDP-DATE-YEAR
120400         MOVE RST-AUDP-MONTH-X TO RST-AUDP-DATE-MONTH
120410         MOVE RST-AUDP-DAY-X TO RST-AUDP-DATE-DAY
120420     END-IF
120430     MOVE RST-AUDP-BEFORE-X TO RST-AUDP-BEFORE-EDIT
120440     INSPECT RST-AUDP-BEFORE-EDIT
120450         REPLACING LEADING SPACE BY "0"
120460     IF RST-AUDP-BEFORE-EDIT IS NOT NUMERIC
120470         MOVE "N" TO RST-AUDP-VALID-SWITCH
120480     END-IF
120490     MOVE RST-AUDP-AFTER-X TO RST-AUDP-AFTER-EDIT
120500     INSPECT RST-AUDP-AFTER-EDIT
120510         REPLACING LEADING SPACE BY "0"
120520     IF RST-AUDP-AFTER-EDIT IS NOT NUMERIC
120530         MOVE "N" TO RST-AUDP-VALID-SWITCH
120540     END-IF
120550*    AN UNREADABLE VALUE COLUMN (OLD ROWS ARE BLANK THERE)
120560*    PARSES TO ZERO RATHER THAN INVALIDATING THE WHOLE LINE.
120570     MOVE RST-AUDP-VALUE-X TO RST-AUDP-VALUE-EDIT
120580     INSPECT RST-AUDP-VALUE-EDIT
120590         REPLACING LEADING SPACE BY "0"
120600     IF RST-AUDP-VALUE-EDIT IS NOT NUMERIC
120610         MOVE 0 TO RST-AUDP-VALUE
120620     END-IF.
120630
120640 9525-CLOSE-AUDIT-INPUT.
120650     CLOSE AUDIT-FILE
120660     PERFORM 9550-OPEN-AUDIT-FILE.
120670
120680*--------------------------------------------------------------*
120690* FULL-TRAIL SCAN - ROLLOVER MOVES HISTORY INTO DATED           *
120700* ARCHIVES, SO A READER OF THE TEXT TRAIL WALKS THE ARCHIVE     *
120710* CATALOG FIRST (OLDEST FIRST) AND THEN THE LIVE LOG, PARSING   *
120720* EACH LINE AND HANDING IT TO THE PARAGRAPH RST-SCAN-MODE       *
120730* SELECTS (SEE 9539). ARCHIVES DATED BEFORE RST-ARCH-FLOOR-     *
120740* DATE ARE SKIPPED - ROWS OF A GIVEN DAY CAN ONLY SIT IN AN     *
120750* ARCHIVE ROLLED ON OR AFTER THAT DAY. THE REPORTS AND          *
120760* INQUIRIES READ THE MOVEMENT FILE (9540); THE TEXT TRAIL IS    *
120770* READ ONLY TO REBUILD THAT FILE AND BY THE NIGHTLY CHECK THAT  *
120780* THE TWO AGREE.                                                *
120790*--------------------------------------------------------------*
120800 9530-SCAN-FULL-AUDIT-TRAIL.
120810     PERFORM 9532-SCAN-ARCHIVED-LOGS
120820     PERFORM 9538-SCAN-LIVE-LOG.
120830
120840 9532-SCAN-ARCHIVED-LOGS.
120850     MOVE 0 TO RST-PREV-ARCH-DATE
120860     OPEN INPUT CATALOG-FILE
120870     IF RST-CATALOG-STATUS = "00"
120880         PERFORM 9533-READ-CATALOG-RECORD
120890         PERFORM UNTIL RST-CATALOG-STATUS NOT = "00"
120900             PERFORM 9534-SCAN-ONE-ARCHIVE
120910             PERFORM 9533-READ-CATALOG-RECORD
120920         END-PERFORM
120930         CLOSE CATALOG-FILE
120940     END-IF.
120950
120960 9533-READ-CATALOG-RECORD.
120970     READ CATALOG-FILE
120980     IF RST-CATALOG-STATUS = "00"
120990         MOVE CATALOG-RECORD TO RST-CATALOG-INPUT
121000     END-IF.
121010
121020*--------------------------------------------------------------*
121030* TWO ROLLOVERS ON ONE DATE SHARE ONE ARCHIVE AND LEAVE TWO     *
121040* ADJACENT CATALOG LINES - THE REPEAT IS SKIPPED SO THE         *
121050* ARCHIVE IS NOT COUNTED TWICE.                                 *
121060*--------------------------------------------------------------*
121070 9534-SCAN-ONE-ARCHIVE.
121080     IF RST-CATIN-DATE-X IS NUMERIC
121090         MOVE RST-CATIN-DATE-X TO RST-ARCH-DATE
121100         IF RST-ARCH-DATE NOT = RST-PREV-ARCH-DATE
121110                 AND RST-ARCH-DATE NOT < RST-ARCH-FLOOR-DATE
121120             MOVE RST-ARCH-DATE TO RST-PREV-ARCH-DATE
121130             PERFORM 9535-READ-ONE-ARCHIVE
121140         END-IF
121150     END-IF.
121160
121170 9535-READ-ONE-ARCHIVE.
121180     OPEN INPUT ARCHIVE-FILE
121190     IF RST-ARCHIVE-STATUS NOT = "00"
121200         DISPLAY "Warning: could not read audit archive "
121210             RST-ARCHIVE-NAME
121220     ELSE
121230         PERFORM 9537-READ-ARCHIVE-LINE
121240         PERFORM UNTIL RST-ARCHIVE-STATUS NOT = "00"
121250             PERFORM 9536-DISPATCH-AUDIT-LINE
121260             PERFORM 9537-READ-ARCHIVE-LINE
121270         END-PERFORM
121280         CLOSE ARCHIVE-FILE
121290     END-IF.
121300
121310 9536-DISPATCH-AUDIT-LINE.
121320     PERFORM 9515-PARSE-AUDIT-LINE
121330     PERFORM 9539-DISPATCH-SCAN-LINE.
121340
121350 9537-READ-ARCHIVE-LINE.
121360     READ ARCHIVE-FILE
121370     IF RST-ARCHIVE-STATUS = "00"
121380         MOVE ARCHIVE-RECORD TO RST-AUDIT-INPUT-LINE
121390     END-IF.
121400
121410 9538-SCAN-LIVE-LOG.
121420     PERFORM 9505-OPEN-AUDIT-INPUT
121430     IF RST-AUDIT-STATUS = "00"
121440         PERFORM 9510-READ-AUDIT-INPUT
121450         PERFORM UNTIL RST-AUDIT-STATUS NOT = "00"
121460             PERFORM 9536-DISPATCH-AUDIT-LINE
121470             PERFORM 9510-READ-AUDIT-INPUT
121480         END-PERFORM
121490     END-IF
121500     PERFORM 9525-CLOSE-AUDIT-INPUT.
121510
121520*--------------------------------------------------------------*
121530* EACH SCANNED ROW - A PARSED TEXT LINE OR A MOVEMENT RECORD    *
121540* LAID OUT THE SAME WAY - GOES TO THE PARAGRAPH RST-SCAN-MODE   *
121550* SELECTS:                                                      *
121560*   C = RECONCILIATION CROSS-CHECK TALLY (MOVEMENT FILE)        *
121570*   K = RECONCILIATION CROSS-CHECK TALLY (TEXT LOG)             *
121580*   L = TRANSACTION HISTORY LISTING                             *
121590*   M = DAILY MOVEMENT SUMMARY TALLY                            *
121600*   S = MOVEMENT STATEMENT TALLY                                *
121610*   D = DEAD STOCK LAST-ISSUE DATES                             *
121620*   A = ABC VELOCITY ISSUE-VALUE TALLY                          *
121630*   G = GL JOURNAL EXTRACT VALUE TALLY                          *
121640*   U = REORDER PLANNING WEEKLY USAGE TALLY                     *
121650*   B = MOVEMENT FILE REBUILD FROM THE TEXT TRAIL               *
121660*--------------------------------------------------------------*
121670 9539-DISPATCH-SCAN-LINE.
121680     EVALUATE RST-SCAN-MODE
121690         WHEN "C"
121700             PERFORM 9262-TALLY-AUDIT-LINE
121710         WHEN "K"
121720             PERFORM 9261-TALLY-TEXT-LINE
121730         WHEN "L"
121740             PERFORM 9362-LIST-ONE-RECORD
121750         WHEN "M"
121760             PERFORM 9372-TALLY-MOVEMENT
121770         WHEN "S"
121780             PERFORM 9416-APPLY-AUDIT-LINE
121790         WHEN "D"
121800             PERFORM 9425-NOTE-ISSUE-DATE
121810         WHEN "A"
121820             PERFORM 9965-TALLY-ISSUE-VALUE
121830         WHEN "G"
121840             PERFORM 9985-TALLY-GL-LINE
121850         WHEN "U"
121860             PERFORM 4340-TALLY-USAGE-LINE
121870         WHEN "B"
121880             PERFORM 9396-REFILE-AUDIT-LINE
121890     END-EVALUATE.
121900
121910*--------------------------------------------------------------*
121920* MOVEMENT FILE SCAN - RST-MOV-SCAN-BY "P" READS ONE PRODUCT'S  *
121930* ROWS ON THE PRIME KEY (RST-MOV-SCAN-PRODUCT); "D" READS THE   *
121940* ROWS POSTED FROM RST-MOV-SCAN-FROM TO RST-MOV-SCAN-TO ON THE  *
121950* DATE/TIME KEY, OLDEST FIRST. EACH RECORD IS LAID OUT AS AN    *
121960* AUDIT LINE WITH ITS FIELDS ALREADY BROKEN OUT, SO THE TALLY   *
121970* PARAGRAPHS SERVE BOTH SOURCES UNCHANGED. A DUPLICATE-KEY      *
121980* READ (STATUS 02 - MORE ROWS IN THE SAME SECOND FOLLOW) IS AN  *
121990* ORDINARY SUCCESSFUL READ.                                     *
122000*--------------------------------------------------------------*
122010 9540-SCAN-MOVEMENT-HISTORY.
122020     MOVE "N" TO RST-MOV-RANGE-SWITCH
122030     PERFORM 9541-START-MOVEMENT-SCAN
122040     IF RST-MOVE-STATUS = "00"
122050         PERFORM 9543-READ-NEXT-MOVEMENT
122060         PERFORM UNTIL RST-MOVE-STATUS NOT = "00"
122070                 OR RST-MOV-PAST-RANGE
122080             PERFORM 9546-LOAD-MOVEMENT-LINE
122090             PERFORM 9539-DISPATCH-SCAN-LINE
122100             PERFORM 9543-READ-NEXT-MOVEMENT
122110         END-PERFORM
122120     END-IF.
122130
122140 9541-START-MOVEMENT-SCAN.
122150     IF RST-MOV-SCAN-BY = "P"
122160         MOVE RST-MOV-SCAN-PRODUCT TO RST-FILE-MOV-PRODUCT-ID
122170         MOVE 0 TO RST-FILE-MOV-DATE
122180         MOVE 0 TO RST-FILE-MOV-TIME
122190         MOVE 0 TO RST-FILE-MOV-SEQ
122200         START MOVEMENT-FILE KEY IS NOT LESS THAN
122210             RST-FILE-MOV-KEY
122220     ELSE
122230         MOVE RST-MOV-SCAN-FROM TO RST-FILE-MOV-POST-DATE
122240         MOVE 0 TO RST-FILE-MOV-POST-TIME
122250         START MOVEMENT-FILE KEY IS NOT LESS THAN
122260             RST-FILE-MOV-POSTED
122270     END-IF.
122280
122290 9543-READ-NEXT-MOVEMENT.
122300     READ MOVEMENT-FILE NEXT RECORD
122310     IF RST-MOVE-STATUS = "02"
122320         MOVE "00" TO RST-MOVE-STATUS
122330     END-IF
122340     IF RST-MOVE-STATUS = "00"
122350         PERFORM 9544-CHECK-MOVEMENT-RANGE
122360     END-IF.
122370
122380 9544-CHECK-MOVEMENT-RANGE.
122390     IF RST-MOV-SCAN-BY = "P"
122400         IF RST-FILE-MOV-PRODUCT-ID NOT = RST-MOV-SCAN-PRODUCT
122410             MOVE "Y" TO RST-MOV-RANGE-SWITCH
122420         END-IF
122430     ELSE
122440         IF RST-FILE-MOV-POST-DATE > RST-MOV-SCAN-TO
122450             MOVE "Y" TO RST-MOV-RANGE-SWITCH
122460         END-IF
122470     END-IF.
122480
122490 9546-LOAD-MOVEMENT-LINE.
122500     MOVE RST-FILE-MOV-DATE TO RST-AUDP-DATE
122510     MOVE RST-AUDP-DATE-YEAR TO RST-AUDIT-YEAR
122520     MOVE RST-AUDP-DATE-MONTH TO RST-AUDIT-MONTH
122530     MOVE RST-AUDP-DATE-DAY TO RST-AUDIT-DAY
122540     MOVE RST-FILE-MOV-TIME TO RST-MOV-TIME-WORK
122550     MOVE RST-MOV-HOUR TO RST-AUDIT-HOUR
122560     MOVE RST-MOV-MINUTE TO RST-AUDIT-MINUTE
122570     MOVE RST-MOV-SECOND TO RST-AUDIT-SECOND
122580     MOVE RST-FILE-MOV-OPERATOR TO RST-AUDIT-OPERATOR
122590     MOVE RST-FILE-MOV-PRODUCT-ID TO RST-AUDIT-PRODUCT-ID
122600     MOVE RST-FILE-MOV-ACTION TO RST-AUDIT-ACTION
122610     MOVE RST-FILE-MOV-BEFORE-QTY TO RST-AUDIT-QTY-BEFORE
122620     MOVE RST-FILE-MOV-AFTER-QTY TO RST-AUDIT-QTY-AFTER
122630     MOVE RST-FILE-MOV-DETAIL TO RST-AUDIT-DETAIL
122640     MOVE RST-FILE-MOV-VALUE TO RST-AUDIT-VALUE
122650     MOVE RST-AUDIT-LINE TO RST-AUDIT-INPUT-LINE
122660     MOVE RST-FILE-MOV-BEFORE-QTY TO RST-AUDP-BEFORE-QTY
122670     MOVE RST-FILE-MOV-AFTER-QTY TO RST-AUDP-AFTER-QTY
122680     MOVE RST-FILE-MOV-VALUE TO RST-AUDP-VALUE
122690     MOVE "Y" TO RST-AUDP-VALID-SWITCH.
122700
122710*--------------------------------------------------------------*
122720* INVENTORY FILE I/O                                            *
122730*--------------------------------------------------------------*
122740 9600-LOAD-INVENTORY-FILE.
122750     OPEN I-O INVENTORY-FILE
122760     IF RST-INVENTORY-STATUS = "35"
122770         OPEN OUTPUT INVENTORY-FILE
122780         CLOSE INVENTORY-FILE
122790         OPEN I-O INVENTORY-FILE
122800     END-IF
122810     IF RST-INVENTORY-STATUS NOT = "00"
122820         DISPLAY "Warning: inventory file open failed,"
122830         DISPLAY "status " RST-INVENTORY-STATUS
122840     ELSE
122850         PERFORM 9610-READ-INVENTORY-RECORD
122860         PERFORM UNTIL RST-INVENTORY-STATUS NOT = "00"
122870             PERFORM 9620-STORE-INVENTORY-RECORD
122880             PERFORM 9610-READ-INVENTORY-RECORD
122890         END-PERFORM
122900     END-IF.
122910
122920 9610-READ-INVENTORY-RECORD.
122930     READ INVENTORY-FILE NEXT RECORD.
122940
122950 9620-STORE-INVENTORY-RECORD.
122960     ADD 1 TO RST-PRODUCT-COUNT
122970     SET RST-PRODUCT-IDX TO RST-PRODUCT-COUNT
122980     MOVE RST-FILE-PRODUCT-ID TO RST-PRODUCT-ID (RST-PRODUCT-IDX)
122990     MOVE RST-FILE-PRODUCT-NAME
123000         TO RST-PRODUCT-NAME (RST-PRODUCT-IDX)
123010     MOVE RST-FILE-PRODUCT-QTY
123020         TO RST-PRODUCT-QTY (RST-PRODUCT-IDX)
123030     MOVE RST-FILE-PRODUCT-PRICE
123040         TO RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
123050     MOVE RST-FILE-REORDER-LEVEL
123060         TO RST-REORDER-LEVEL (RST-PRODUCT-IDX)
123070     MOVE RST-FILE-HOME-LOCATION
123080         TO RST-HOME-LOCATION (RST-PRODUCT-IDX)
123090     MOVE RST-FILE-SUPPLIER
123100         TO RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
123110     MOVE RST-FILE-MIN-ORDER-QTY
123120         TO RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
123130*    RECORDS LOADED FROM BEFORE THE CLASS FIELD EXISTED COME
123140*    BACK WITH A BLANK CLASS - TREATED AS C UNTIL THE NIGHTLY
123150*    CLASSIFICATION RESTATES IT.
123160     IF RST-FILE-ABC-CLASS = SPACES
123170         MOVE "C" TO RST-ABC-CLASS (RST-PRODUCT-IDX)
123180     ELSE
123190         MOVE RST-FILE-ABC-CLASS
123200             TO RST-ABC-CLASS (RST-PRODUCT-IDX)
123210     END-IF
123220     IF RST-FILE-LAST-COUNT-DATE IS NUMERIC
123230         MOVE RST-FILE-LAST-COUNT-DATE
123240             TO RST-LAST-COUNT-DATE (RST-PRODUCT-IDX)
123250     ELSE
123260         MOVE 0 TO RST-LAST-COUNT-DATE (RST-PRODUCT-IDX)
123270     END-IF
123280     IF RST-FILE-STOCK-UOM = SPACES
123290         MOVE "EA" TO RST-STOCK-UOM (RST-PRODUCT-IDX)
123300     ELSE
123310         MOVE RST-FILE-STOCK-UOM
123320             TO RST-STOCK-UOM (RST-PRODUCT-IDX)
123330     END-IF
123340     IF RST-FILE-CASE-PACK IS NUMERIC
123350         MOVE RST-FILE-CASE-PACK
123360             TO RST-CASE-PACK (RST-PRODUCT-IDX)
123370     ELSE
123380         MOVE 0 TO RST-CASE-PACK (RST-PRODUCT-IDX)
123390     END-IF
123400     IF RST-FILE-LOT-TRACKED = "Y"
123410         MOVE "Y" TO RST-LOT-TRACKED (RST-PRODUCT-IDX)
123420     ELSE
123430         MOVE "N" TO RST-LOT-TRACKED (RST-PRODUCT-IDX)
123440     END-IF
123450     IF RST-FILE-RESERVED-QTY IS NUMERIC
123460         MOVE RST-FILE-RESERVED-QTY
123470             TO RST-RESERVED-QTY (RST-PRODUCT-IDX)
123480     ELSE
123490         MOVE 0 TO RST-RESERVED-QTY (RST-PRODUCT-IDX)
123500     END-IF
123510*    RECORDS FROM BEFORE THE STATUS FIELD EXISTED ARE ACTIVE.
123520     IF RST-FILE-PRODUCT-STATUS = "D"
123530         MOVE "D" TO RST-PRODUCT-STATUS (RST-PRODUCT-IDX)
123540     ELSE
123550         MOVE "A" TO RST-PRODUCT-STATUS (RST-PRODUCT-IDX)
123560     END-IF.
123570
123580*--------------------------------------------------------------*
123590* 9645 STAGES THE PRODUCT AT RST-PRODUCT-IDX INTO THE MASTER    *
123600* RECORD AREA; WRITE, REWRITE AND THE NIGHTLY BACKUP ALL USE    *
123610* THE SAME STAGING SO THE LAYOUT LIVES IN ONE PLACE.            *
123620*--------------------------------------------------------------*
123630 9645-BUILD-INVENTORY-RECORD.
123640     MOVE RST-PRODUCT-ID (RST-PRODUCT-IDX) TO RST-FILE-PRODUCT-ID
123650     MOVE RST-PRODUCT-NAME (RST-PRODUCT-IDX)
123660         TO RST-FILE-PRODUCT-NAME
123670     MOVE RST-PRODUCT-QTY (RST-PRODUCT-IDX)
123680         TO RST-FILE-PRODUCT-QTY
123690     MOVE RST-PRODUCT-PRICE (RST-PRODUCT-IDX)
123700         TO RST-FILE-PRODUCT-PRICE
123710     MOVE RST-REORDER-LEVEL (RST-PRODUCT-IDX)
123720         TO RST-FILE-REORDER-LEVEL
123730     MOVE RST-HOME-LOCATION (RST-PRODUCT-IDX)
123740         TO RST-FILE-HOME-LOCATION
123750     MOVE RST-PRODUCT-SUPPLIER (RST-PRODUCT-IDX)
123760         TO RST-FILE-SUPPLIER
123770     MOVE RST-MIN-ORDER-QTY (RST-PRODUCT-IDX)
123780         TO RST-FILE-MIN-ORDER-QTY
123790     MOVE RST-ABC-CLASS (RST-PRODUCT-IDX)
123800         TO RST-FILE-ABC-CLASS
123810     MOVE RST-LAST-COUNT-DATE (RST-PRODUCT-IDX)
123820         TO RST-FILE-LAST-COUNT-DATE
123830     MOVE RST-STOCK-UOM (RST-PRODUCT-IDX)
123840         TO RST-FILE-STOCK-UOM
123850     MOVE RST-CASE-PACK (RST-PRODUCT-IDX)
123860         TO RST-FILE-CASE-PACK
123870     MOVE RST-LOT-TRACKED (RST-PRODUCT-IDX)
123880         TO RST-FILE-LOT-TRACKED
123890     MOVE RST-RESERVED-QTY (RST-PRODUCT-IDX)
123900         TO RST-FILE-RESERVED-QTY
123910     MOVE RST-PRODUCT-STATUS (RST-PRODUCT-IDX)
123920         TO RST-FILE-PRODUCT-STATUS.
123930
123940 9650-WRITE-PRODUCT-TO-FILE.
123950     PERFORM 9645-BUILD-INVENTORY-RECORD
123960     WRITE INVENTORY-RECORD
123970     IF RST-INVENTORY-STATUS NOT = "00"
123980         DISPLAY "Warning: could not write inventory record,"
123990         DISPLAY "status " RST-INVENTORY-STATUS
124000     END-IF.
124010
124020 9655-REWRITE-PRODUCT-TO-FILE.
124030     PERFORM 9645-BUILD-INVENTORY-RECORD
124040     REWRITE INVENTORY-RECORD
124050     IF RST-INVENTORY-STATUS NOT = "00"
124060         DISPLAY "Warning: could not rewrite inventory"
124070         DISPLAY "record, status " RST-INVENTORY-STATUS
124080     END-IF.
124090
124100 9660-DELETE-PRODUCT-FROM-FILE.
124110     MOVE RST-ENTRY-PRODUCT-ID TO RST-FILE-PRODUCT-ID
124120     DELETE INVENTORY-FILE RECORD
124130     IF RST-INVENTORY-STATUS NOT = "00"
124140         DISPLAY "Warning: could not delete inventory"
124150         DISPLAY "record, status " RST-INVENTORY-STATUS
124160     END-IF.
124170
124180*--------------------------------------------------------------*
124190* LOCATION FILE I/O                                             *
124200*--------------------------------------------------------------*
124210 9700-LOAD-LOCATION-FILE.
124220     OPEN I-O LOCATION-FILE
124230     IF RST-LOCATION-STATUS = "35"
124240         OPEN OUTPUT LOCATION-FILE
124250         CLOSE LOCATION-FILE
124260         OPEN I-O LOCATION-FILE
124270     END-IF
124280     IF RST-LOCATION-STATUS NOT = "00"
124290         DISPLAY "Warning: location file open failed,"
124300         DISPLAY "status " RST-LOCATION-STATUS
124310     ELSE
124320         PERFORM 9710-READ-LOCATION-RECORD
124330         PERFORM UNTIL RST-LOCATION-STATUS NOT = "00"
124340             PERFORM 9720-STORE-LOCATION-RECORD
124350             PERFORM 9710-READ-LOCATION-RECORD
124360         END-PERFORM
124370     END-IF.
124380
124390 9710-READ-LOCATION-RECORD.
124400     READ LOCATION-FILE NEXT RECORD.
124410
124420 9720-STORE-LOCATION-RECORD.
124430     ADD 1 TO RST-LOCATION-COUNT
124440     SET RST-LOCATION-IDX TO RST-LOCATION-COUNT
124450     MOVE RST-FILE-LOC-PRODUCT-ID
124460         TO RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
124470     MOVE RST-FILE-LOCATION-CODE
124480         TO RST-LOC-CODE (RST-LOCATION-IDX)
124490     MOVE RST-FILE-LOCATION-QTY
124500         TO RST-LOC-QTY (RST-LOCATION-IDX).
124510
124520*--------------------------------------------------------------*
124530* PRODUCT AND LOCATION TABLE LOOKUPS                            *
124540*--------------------------------------------------------------*
124550 9800-FIND-PRODUCT.
124560     MOVE "N" TO RST-FOUND-SWITCH
124570     PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
124580         UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
124590             OR RST-RECORD-FOUND
124600         PERFORM 9810-CHECK-PRODUCT-MATCH
124610     END-PERFORM.
124620
124630 9810-CHECK-PRODUCT-MATCH.
124640     IF RST-PRODUCT-ID (RST-PRODUCT-IDX) = RST-ENTRY-PRODUCT-ID
124650         MOVE "Y" TO RST-FOUND-SWITCH
124660         SET RST-SUBSCRIPT TO RST-PRODUCT-IDX
124670     END-IF.
124680
124690*--------------------------------------------------------------*
124700* AVAILABLE-TO-SELL FOR THE PRODUCT AT RST-PRODUCT-IDX - ON-    *
124710* HAND LESS WHAT OPEN ORDERS HAVE RESERVED. A COUNT THAT TOOK   *
124720* ON-HAND BELOW THE RESERVATIONS LEAVES NOTHING AVAILABLE.      *
124730*--------------------------------------------------------------*
124740 9805-COMPUTE-AVAILABLE-QTY.
124750     IF RST-RESERVED-QTY (RST-PRODUCT-IDX)
124760             < RST-PRODUCT-QTY (RST-PRODUCT-IDX)
124770         COMPUTE RST-AVAIL-QTY =
124780             RST-PRODUCT-QTY (RST-PRODUCT-IDX)
124790             - RST-RESERVED-QTY (RST-PRODUCT-IDX)
124800     ELSE
124810         MOVE 0 TO RST-AVAIL-QTY
124820     END-IF.
124830
124840*--------------------------------------------------------------*
124850* BIN MASTER LOOK-UP. 9840 READS THE BIN NAMED BY              *
124860* RST-ENTRY-LOCATION-CODE AND LEAVES ITS RECORD IN BIN-RECORD. *
124870* 9842 IS THE CHECK EVERY ENTRY POINT USES - A BLANK LOCATION  *
124880* STILL MEANS NOT TRACKED BY SITE, SO ONLY A KEYED CODE HAS TO *
124890* BE ON THE MASTER.                                            *
124900*--------------------------------------------------------------*
124910 9840-CHECK-BIN-MASTER.
124920     MOVE "N" TO RST-BIN-SWITCH
124930     MOVE RST-ENTRY-LOCATION-CODE TO RST-FILE-BIN-CODE
124940     READ BIN-FILE
124950     IF RST-BIN-STATUS = "00"
124960         MOVE "Y" TO RST-BIN-SWITCH
124970     END-IF.
124980
124990 9842-CHECK-ENTERED-LOCATION.
125000     IF RST-ENTRY-LOCATION-CODE = SPACES
125010         MOVE "Y" TO RST-BIN-SWITCH
125020     ELSE
125030         PERFORM 9840-CHECK-BIN-MASTER
125040         IF RST-BIN-NOT-ON-FILE AND RST-INTERACTIVE-MODE
125050             DISPLAY "Location " RST-ENTRY-LOCATION-CODE
125060                 " is not on the bin master -"
125070             DISPLAY "entry refused."
125080         END-IF
125090     END-IF.
125100
125110*    QUARANTINE IS THE RETURNS BIN QUARAN OR ANY BIN THE MASTER
125120*    TYPES Q. STOCK THERE IS ON HAND BUT NEITHER SELLABLE NOR
125130*    PICKABLE. THE CALLER'S LOCATION CODE IS LEFT AS IT WAS.
125140 9843-CHECK-QUARANTINE-BIN.
125150     MOVE "N" TO RST-QUAR-BIN-SWITCH
125160     IF RST-QUAR-CHECK-CODE = RST-QUARANTINE-LOCATION
125170         MOVE "Y" TO RST-QUAR-BIN-SWITCH
125180     ELSE
125190         MOVE RST-ENTRY-LOCATION-CODE TO RST-QUAR-SAVE-CODE
125200         MOVE RST-QUAR-CHECK-CODE TO RST-ENTRY-LOCATION-CODE
125210         PERFORM 9840-CHECK-BIN-MASTER
125220         IF RST-BIN-ON-FILE AND RST-FILE-BIN-TYPE = "Q"
125230             MOVE "Y" TO RST-QUAR-BIN-SWITCH
125240         END-IF
125250         MOVE RST-QUAR-SAVE-CODE TO RST-ENTRY-LOCATION-CODE
125260     END-IF.
125270
125280 9845-FIND-LOCATION-ENTRY.
125290     MOVE "N" TO RST-FOUND-SWITCH
125300     PERFORM VARYING RST-LOCATION-IDX FROM 1 BY 1
125310         UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
125320             OR RST-RECORD-FOUND
125330         PERFORM 9855-CHECK-LOCATION-MATCH
125340     END-PERFORM.
125350
125360 9855-CHECK-LOCATION-MATCH.
125370     IF RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
125380             = RST-ENTRY-PRODUCT-ID
125390             AND RST-LOC-CODE (RST-LOCATION-IDX)
125400             = RST-ENTRY-LOCATION-CODE
125410         MOVE "Y" TO RST-FOUND-SWITCH
125420         SET RST-LOC-SUBSCRIPT TO RST-LOCATION-IDX
125430     END-IF.
125440
125450*--------------------------------------------------------------*
125460* FINDS THE FIRST LOCATION ROW FOR RST-ENTRY-PRODUCT-ID WITHOUT *
125470* SCANNING THE WHOLE TABLE - RST-LOCATION-ENTRY IS KEPT SORTED *
125480* BY PRODUCT ID/LOCATION CODE (SEE RST-LOCATION-TABLE), SO      *
125490* SEARCH ALL CAN BINARY-SEARCH STRAIGHT TO ANY ROW FOR THE      *
125500* PRODUCT, AND 9872 THEN STEPS BACK TO THE FIRST SUCH ROW. THE  *
125510* CALLER CAN THEN WALK FORWARD ONLY AS FAR AS THE PRODUCT'S OWN *
125520* ROWS INSTEAD OF TO THE END OF THE TABLE.                      *
125530*--------------------------------------------------------------*
125540 9870-FIND-FIRST-LOCATION-FOR-PRODUCT.
125550     MOVE "N" TO RST-FOUND-SWITCH
125560     IF RST-LOCATION-COUNT > 0
125570         SEARCH ALL RST-LOCATION-ENTRY
125580             WHEN RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
125590                     = RST-ENTRY-PRODUCT-ID
125600                 MOVE "Y" TO RST-FOUND-SWITCH
125610         END-SEARCH
125620     END-IF
125630     IF RST-RECORD-FOUND
125640         PERFORM 9872-STEP-BLOCK-START-BACK
125650     END-IF.
125660
125670 9872-STEP-BLOCK-START-BACK.
125680     PERFORM UNTIL RST-LOCATION-IDX = 1
125690         OR RST-LOC-PRODUCT-ID (RST-LOCATION-IDX - 1)
125700             NOT = RST-ENTRY-PRODUCT-ID
125710         PERFORM 9873-BACK-UP-ONE-LOCATION
125720     END-PERFORM.
125730
125740 9873-BACK-UP-ONE-LOCATION.
125750     SET RST-LOCATION-IDX DOWN BY 1.
125760
125770 9874-STEP-NEXT-LOCATION.
125780     SET RST-LOCATION-IDX UP BY 1.
125790
125800 9850-RECEIVE-AT-LOCATION.
125810     PERFORM 9845-FIND-LOCATION-ENTRY
125820     IF RST-RECORD-FOUND
125830         ADD RST-ENTRY-ADJUST-QTY
125840             TO RST-LOC-QTY (RST-LOC-SUBSCRIPT)
125850         SET RST-LOCATION-IDX TO RST-LOC-SUBSCRIPT
125860         PERFORM 9756-REWRITE-LOCATION-TO-FILE
125870     ELSE
125880         IF RST-LOCATION-COUNT >= RST-MAX-LOCATIONS
125890             DISPLAY "Location table is full - quantity not"
125900             DISPLAY "tracked by site."
125910         ELSE
125920             PERFORM 9862-FIND-LOCATION-INSERT-POINT
125930             ADD 1 TO RST-LOCATION-COUNT
125940             PERFORM 9864-SHIFT-LOCATIONS-UP
125950             PERFORM 9867-STORE-NEW-LOCATION-ENTRY
125960             PERFORM 9751-WRITE-LOCATION-TO-FILE
125970         END-IF
125980     END-IF.
125990
126000*--------------------------------------------------------------*
126010* THE LOCATION TABLE IS KEPT SORTED BY PRODUCT ID/LOCATION CODE *
126020* AT ALL TIMES (SEE RST-LOCATION-TABLE) SO VIEW INVENTORY AND   *
126030* GENERATE REPORT CAN SEARCH ALL INSTEAD OF RESCANNING THE      *
126040* WHOLE TABLE PER PRODUCT. A NEW ROW MUST THEREFORE BE INSERTED *
126050* IN SORTED POSITION RATHER THAN SIMPLY APPENDED - 9862 FINDS   *
126060* WHERE IT BELONGS (BEFORE RST-LOCATION-COUNT IS GROWN), 9864   *
126070* OPENS A SLOT THERE BY SHIFTING THE REMAINING ROWS UP ONE, AND *
126080* 9867 STORES THE NEW ROW IN IT.                                *
126090*--------------------------------------------------------------*
126100 9862-FIND-LOCATION-INSERT-POINT.
126110     MOVE "N" TO RST-FOUND-SWITCH
126120     MOVE RST-LOCATION-COUNT TO RST-LOC-INSERT-POINT
126130     ADD 1 TO RST-LOC-INSERT-POINT
126140     PERFORM VARYING RST-LOCATION-IDX FROM 1 BY 1
126150         UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
126160             OR RST-RECORD-FOUND
126170         PERFORM 9863-CHECK-INSERT-POINT
126180     END-PERFORM.
126190
126200 9863-CHECK-INSERT-POINT.
126210     IF RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
126220             > RST-ENTRY-PRODUCT-ID
126230         OR (RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
126240             = RST-ENTRY-PRODUCT-ID
126250         AND RST-LOC-CODE (RST-LOCATION-IDX)
126260             > RST-ENTRY-LOCATION-CODE)
126270         MOVE "Y" TO RST-FOUND-SWITCH
126280         SET RST-LOC-INSERT-POINT TO RST-LOCATION-IDX
126290     END-IF.
126300
126310*--------------------------------------------------------------*
126320* RST-LOCATION-COUNT HAS ALREADY BEEN GROWN BY ONE BY THE TIME  *
126330* THIS RUNS, SO THE NEW LAST SLOT IS ALREADY VALID TO WRITE TO. *
126340* EACH STEP COPIES THE ROW ONE BELOW THE CURRENT INDEX UP INTO  *
126350* IT, WORKING DOWNWARD FROM THE END UNTIL THE SLOT JUST ABOVE   *
126360* THE INSERT POINT HAS BEEN FILLED, OPENING UP THE INSERT POINT *
126370* ITSELF FOR 9867 TO STORE THE NEW ROW IN.                      *
126380*--------------------------------------------------------------*
126390 9864-SHIFT-LOCATIONS-UP.
126400     PERFORM VARYING RST-LOCATION-IDX
126410             FROM RST-LOCATION-COUNT BY -1
126420         UNTIL RST-LOCATION-IDX <= RST-LOC-INSERT-POINT
126430         PERFORM 9866-COPY-LOCATION-ENTRY-UP
126440     END-PERFORM.
126450
126460 9866-COPY-LOCATION-ENTRY-UP.
126470     MOVE RST-LOC-PRODUCT-ID (RST-LOCATION-IDX - 1)
126480         TO RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
126490     MOVE RST-LOC-CODE (RST-LOCATION-IDX - 1)
126500         TO RST-LOC-CODE (RST-LOCATION-IDX)
126510     MOVE RST-LOC-QTY (RST-LOCATION-IDX - 1)
126520         TO RST-LOC-QTY (RST-LOCATION-IDX).
126530
126540 9867-STORE-NEW-LOCATION-ENTRY.
126550     MOVE RST-ENTRY-PRODUCT-ID
126560         TO RST-LOC-PRODUCT-ID (RST-LOC-INSERT-POINT)
126570     MOVE RST-ENTRY-LOCATION-CODE
126580         TO RST-LOC-CODE (RST-LOC-INSERT-POINT)
126590     MOVE RST-ENTRY-ADJUST-QTY
126600         TO RST-LOC-QTY (RST-LOC-INSERT-POINT)
126610     SET RST-LOCATION-IDX TO RST-LOC-INSERT-POINT.
126620
126630*--------------------------------------------------------------*
126640* A MISSING LOCATION ROW DOES NOT BLOCK THE ISSUE - ONLY THE    *
126650* SYSTEM-WIDE QUANTITY CHECK IN 8100-ISSUE-STOCK DOES THAT. IF   *
126660* THERE IS NO RECORDED HISTORY AT THE NAMED LOCATION (A BLANK-   *
126670* HOME-LOCATION PRODUCT, OR ONE LOADED BEFORE LOCATION TRACKING  *
126680* EXISTED), THE LOCATION TABLE IS SIMPLY LEFT ALONE.             *
126690*--------------------------------------------------------------*
126700 9860-ISSUE-AT-LOCATION.
126710     PERFORM 9845-FIND-LOCATION-ENTRY
126720     IF RST-RECORD-FOUND
126730         IF RST-ENTRY-ADJUST-QTY > RST-LOC-QTY (RST-LOC-SUBSCRIPT)
126740             DISPLAY "Warning: issue exceeds recorded quantity"
126750             DISPLAY "at that location - location quantity set"
126760             DISPLAY "to zero."
126770             MOVE 0 TO RST-LOC-QTY (RST-LOC-SUBSCRIPT)
126780         ELSE
126790             SUBTRACT RST-ENTRY-ADJUST-QTY
126800                 FROM RST-LOC-QTY (RST-LOC-SUBSCRIPT)
126810         END-IF
126820         SET RST-LOCATION-IDX TO RST-LOC-SUBSCRIPT
126830         PERFORM 9756-REWRITE-LOCATION-TO-FILE
126840     END-IF.
126850
126860 9745-BUILD-LOCATION-RECORD.
126870     MOVE RST-LOC-PRODUCT-ID (RST-LOCATION-IDX)
126880         TO RST-FILE-LOC-PRODUCT-ID
126890     MOVE RST-LOC-CODE (RST-LOCATION-IDX)
126900         TO RST-FILE-LOCATION-CODE
126910     MOVE RST-LOC-QTY (RST-LOCATION-IDX)
126920         TO RST-FILE-LOCATION-QTY.
126930
126940 9751-WRITE-LOCATION-TO-FILE.
126950     PERFORM 9745-BUILD-LOCATION-RECORD
126960     WRITE LOCATION-RECORD
126970     IF RST-LOCATION-STATUS NOT = "00"
126980         DISPLAY "Warning: could not write location record,"
126990         DISPLAY "status " RST-LOCATION-STATUS
127000     END-IF.
127010
127020 9756-REWRITE-LOCATION-TO-FILE.
127030     PERFORM 9745-BUILD-LOCATION-RECORD
127040     REWRITE LOCATION-RECORD
127050     IF RST-LOCATION-STATUS NOT = "00"
127060         DISPLAY "Warning: could not rewrite location"
127070         DISPLAY "record, status " RST-LOCATION-STATUS
127080     END-IF.
127090
127100*--------------------------------------------------------------*
127110* PENDING COUNT FILE - CREATED EMPTY ON FIRST USE LIKE THE      *
127120* MASTER AND LOCATION FILES. IT IS WORKED ON DIRECTLY THROUGH   *
127130* THE FILE RATHER THAN A MEMORY TABLE BECAUSE A COUNT SESSION   *
127140* IS SMALL AND MUST SURVIVE BETWEEN RUNS AS KEYED.              *
127150*--------------------------------------------------------------*
127160 9760-OPEN-COUNT-FILE.
127170     OPEN I-O COUNT-FILE
127180     IF RST-COUNT-STATUS = "35"
127190         OPEN OUTPUT COUNT-FILE
127200         CLOSE COUNT-FILE
127210         OPEN I-O COUNT-FILE
127220     END-IF
127230     IF RST-COUNT-STATUS NOT = "00"
127240         DISPLAY "Warning: count file open failed,"
127250         DISPLAY "status " RST-COUNT-STATUS
127260     END-IF.
127270
127280 9770-OPEN-SUPPLIER-FILE.
127290     OPEN I-O SUPPLIER-FILE
127300     IF RST-SUPPLIER-STATUS = "35"
127310         OPEN OUTPUT SUPPLIER-FILE
127320         CLOSE SUPPLIER-FILE
127330         OPEN I-O SUPPLIER-FILE
127340     END-IF
127350     IF RST-SUPPLIER-STATUS NOT = "00"
127360         DISPLAY "Warning: supplier file open failed,"
127370         DISPLAY "status " RST-SUPPLIER-STATUS
127380     END-IF.
127390
127400 9780-OPEN-PO-FILE.
127410     OPEN I-O PO-FILE
127420     IF RST-PO-STATUS = "35"
127430         OPEN OUTPUT PO-FILE
127440         CLOSE PO-FILE
127450         OPEN I-O PO-FILE
127460     END-IF
127470     IF RST-PO-STATUS NOT = "00"
127480         DISPLAY "Warning: PO file open failed,"
127490         DISPLAY "status " RST-PO-STATUS
127500     END-IF.
127510
127520 9790-OPEN-COST-FILE.
127530     OPEN I-O COST-FILE
127540     IF RST-COST-STATUS = "35"
127550         OPEN OUTPUT COST-FILE
127560         CLOSE COST-FILE
127570         OPEN I-O COST-FILE
127580     END-IF
127590     IF RST-COST-STATUS NOT = "00"
127600         DISPLAY "Warning: cost layer file open failed,"
127610         DISPLAY "status " RST-COST-STATUS
127620     END-IF.
127630
127640 9795-OPEN-BACKORDER-FILE.
127650     OPEN I-O BACKORDER-FILE
127660     IF RST-BACKORDER-STATUS = "35"
127670         OPEN OUTPUT BACKORDER-FILE
127680         CLOSE BACKORDER-FILE
127690         OPEN I-O BACKORDER-FILE
127700     END-IF
127710     IF RST-BACKORDER-STATUS NOT = "00"
127720         DISPLAY "Warning: backorder file open failed,"
127730         DISPLAY "status " RST-BACKORDER-STATUS
127740     END-IF.
127750
127760 9796-OPEN-ORDER-FILE.
127770     OPEN I-O ORDER-FILE
127780     IF RST-ORDER-STATUS = "35"
127790         OPEN OUTPUT ORDER-FILE
127800         CLOSE ORDER-FILE
127810         OPEN I-O ORDER-FILE
127820     END-IF
127830     IF RST-ORDER-STATUS NOT = "00"
127840         DISPLAY "Warning: order file open failed,"
127850         DISPLAY "status " RST-ORDER-STATUS
127860     END-IF.
127870
127880 9797-OPEN-PRICE-FILE.
127890     OPEN I-O PRICE-FILE
127900     IF RST-PRICE-STATUS = "35"
127910         OPEN OUTPUT PRICE-FILE
127920         CLOSE PRICE-FILE
127930         OPEN I-O PRICE-FILE
127940     END-IF
127950     IF RST-PRICE-STATUS NOT = "00"
127960         DISPLAY "Warning: price file open failed,"
127970         DISPLAY "status " RST-PRICE-STATUS
127980     END-IF.
127990
128000 9799-OPEN-OPERATOR-FILE.
128010     OPEN I-O OPERATOR-FILE
128020     IF RST-OPERATOR-STATUS = "35"
128030         OPEN OUTPUT OPERATOR-FILE
128040         CLOSE OPERATOR-FILE
128050         OPEN I-O OPERATOR-FILE
128060     END-IF
128070     IF RST-OPERATOR-STATUS NOT = "00"
128080         DISPLAY "Warning: operator file open failed,"
128090         DISPLAY "status " RST-OPERATOR-STATUS
128100     END-IF.
128110
128120 9792-OPEN-KIT-FILE.
128130     OPEN I-O KIT-FILE
128140     IF RST-KIT-STATUS = "35"
128150         OPEN OUTPUT KIT-FILE
128160         CLOSE KIT-FILE
128170         OPEN I-O KIT-FILE
128180     END-IF
128190     IF RST-KIT-STATUS NOT = "00"
128200         DISPLAY "Warning: kit file open failed,"
128210         DISPLAY "status " RST-KIT-STATUS
128220     END-IF.
128230
128240 9791-OPEN-LOT-FILE.
128250     OPEN I-O LOT-FILE
128260     IF RST-LOT-STATUS = "35"
128270         OPEN OUTPUT LOT-FILE
128280         CLOSE LOT-FILE
128290         OPEN I-O LOT-FILE
128300     END-IF
128310     IF RST-LOT-STATUS NOT = "00"
128320         DISPLAY "Warning: lot file open failed,"
128330         DISPLAY "status " RST-LOT-STATUS
128340     END-IF.
128350
128360 9793-OPEN-RETURN-FILE.
128370     OPEN I-O RETURN-FILE
128380     IF RST-RETURN-STATUS = "35"
128390         OPEN OUTPUT RETURN-FILE
128400         CLOSE RETURN-FILE
128410         OPEN I-O RETURN-FILE
128420     END-IF
128430     IF RST-RETURN-STATUS NOT = "00"
128440         DISPLAY "Warning: return file open failed,"
128450         DISPLAY "status " RST-RETURN-STATUS
128460     END-IF.
128470
128480 9794-OPEN-INVOICE-FILE.
128490     OPEN I-O INVOICE-FILE
128500     IF RST-INVOICE-STATUS = "35"
128510         OPEN OUTPUT INVOICE-FILE
128520         CLOSE INVOICE-FILE
128530         OPEN I-O INVOICE-FILE
128540     END-IF
128550     IF RST-INVOICE-STATUS NOT = "00"
128560         DISPLAY "Warning: invoice match file open failed,"
128570         DISPLAY "status " RST-INVOICE-STATUS
128580     END-IF.
128590
128600 9781-OPEN-MOVEMENT-FILE.
128610     OPEN I-O MOVEMENT-FILE
128620     IF RST-MOVE-STATUS = "35"
128630         OPEN OUTPUT MOVEMENT-FILE
128640         CLOSE MOVEMENT-FILE
128650         OPEN I-O MOVEMENT-FILE
128660     END-IF
128670     IF RST-MOVE-STATUS NOT = "00"
128680         DISPLAY "Warning: movement history file open"
128690         DISPLAY "failed, status " RST-MOVE-STATUS
128700     END-IF.
128710
128720 9787-OPEN-FEEDSTATE-FILE.
128730     OPEN I-O FEEDSTATE-FILE
128740     IF RST-FEEDST-STATUS = "35"
128750         OPEN OUTPUT FEEDSTATE-FILE
128760         CLOSE FEEDSTATE-FILE
128770         OPEN I-O FEEDSTATE-FILE
128780     END-IF
128790     IF RST-FEEDST-STATUS NOT = "00"
128800         DISPLAY "Warning: feed state file open failed,"
128810         DISPLAY "status " RST-FEEDST-STATUS
128820     END-IF.
128830
128840 9782-OPEN-LANDED-FILE.
128850     OPEN I-O LANDED-FILE
128860     IF RST-LANDED-STATUS = "35"
128870         OPEN OUTPUT LANDED-FILE
128880         CLOSE LANDED-FILE
128890         OPEN I-O LANDED-FILE
128900     END-IF
128910     IF RST-LANDED-STATUS NOT = "00"
128920         DISPLAY "Warning: landed cost file open failed,"
128930         DISPLAY "status " RST-LANDED-STATUS
128940     END-IF.
128950
128960 9788-OPEN-RECOMMEND-FILE.
128970     OPEN I-O RECOMMEND-FILE
128980     IF RST-RECOM-STATUS = "35"
128990         OPEN OUTPUT RECOMMEND-FILE
129000         CLOSE RECOMMEND-FILE
129010         OPEN I-O RECOMMEND-FILE
129020     END-IF
129030     IF RST-RECOM-STATUS NOT = "00"
129040         DISPLAY "Warning: reorder recommendation file open"
129050         DISPLAY "failed, status " RST-RECOM-STATUS
129060     END-IF.
129070
129080 9789-OPEN-BIN-FILE.
129090     OPEN I-O BIN-FILE
129100     IF RST-BIN-STATUS = "35"
129110         OPEN OUTPUT BIN-FILE
129120         CLOSE BIN-FILE
129130         OPEN I-O BIN-FILE
129140     END-IF
129150     IF RST-BIN-STATUS NOT = "00"
129160         DISPLAY "Warning: bin master file open failed,"
129170         DISPLAY "status " RST-BIN-STATUS
129180     END-IF.
129190
129200*--------------------------------------------------------------*
129210* BATCH / NON-INTERACTIVE RUN MODE - RUNS STRAIGHT TO THE       *
129220* REPORT OUTPUT FILE AND EXITS WITHOUT A SINGLE ACCEPT.         *
129230* A RUN REFUSED BY RUN CONTROL STILL SETS A CONDITION CODE SO   *
129240* THE SCHEDULER HOLDS THE JOBS THAT DEPEND ON IT.               *
129250*--------------------------------------------------------------*
129260 9900-RUN-BATCH-MODE.
129270     PERFORM 9903-CHECK-RUN-CONTROL
129280     IF RST-RUN-ALLOWED
129290         PERFORM 9910-BACKUP-MASTER-FILES
129300         PERFORM 9915-CHECK-MONTH-ROLLOVER
129310         PERFORM 9920-RUN-BATCH-WORKLOAD
129320         PERFORM 9908-STAMP-RUN-COMPLETE
129330     ELSE
129340         PERFORM 9907-NOTE-REFUSED-RUN
129350     END-IF.
129360
129370*--------------------------------------------------------------*
129380* THE NIGHTLY WORKLOAD. EACH STEP IS BRACKETED BY 9941 AND 9943 *
129390* SO ITS OUTCOME IS RECORDED: INFO WHEN IT RAN CLEAN, WARNING   *
129400* OR ERROR WHEN THE STEP ITSELF RAISED ONE (9942) - SCANNER     *
129410* REJECTS, INVOICE HOLDS, RECONCILIATION EXCEPTIONS, AN AUDIT   *
129420* CROSS-CHECK OUT OF BALANCE, AN OUTPUT FILE THAT WOULD NOT     *
129430* OPEN. THE REPORT BODY GOES TO A WORK FILE WHILE THE STEPS     *
129440* RUN, SO THE EXCEPTION SUMMARY CAN BE PUT IN FRONT OF IT       *
129450* AFTERWARD.                                                    *
129460*--------------------------------------------------------------*
129470 9920-RUN-BATCH-WORKLOAD.
129480     MOVE 0 TO RST-STEP-COUNT
129490     MOVE "I" TO RST-RUN-WORST-SEV
129500     OPEN OUTPUT REPORT-WORK-FILE
129510     IF RST-RPTWK-STATUS NOT = "00"
129520         DISPLAY "Warning: could not open report work file,"
129530         DISPLAY "status " RST-RPTWK-STATUS
129540         MOVE "REPORT OUTPUT" TO RST-STP-CUR-NAME
129550         PERFORM 9941-BEGIN-BATCH-STEP
129560         MOVE "E" TO RST-STP-NEW-SEV
129570         MOVE "REPORT FILE NOT OPENED - NOTHING RAN"
129580             TO RST-STP-NEW-TEXT
129590         PERFORM 9942-RAISE-STEP-SEVERITY
129600         PERFORM 9943-END-BATCH-STEP
129610     ELSE
129620         MOVE 0 TO RST-ENTRY-THRESHOLD
129630         MOVE "Y" TO RST-MLD-POST-SWITCH
129640         MOVE "PRODUCT MASTER LOAD" TO RST-STP-CUR-NAME
129650         PERFORM 9941-BEGIN-BATCH-STEP
129660         PERFORM 4410-RUN-MASTER-LOAD
129670         PERFORM 9943-END-BATCH-STEP
129680         MOVE "PRICE CHANGES" TO RST-STP-CUR-NAME
129690         PERFORM 9941-BEGIN-BATCH-STEP
129700         PERFORM 9978-APPLY-EFFECTIVE-PRICES
129710         PERFORM 9943-END-BATCH-STEP
129720         MOVE "SCANNER POSTING" TO RST-STP-CUR-NAME
129730         PERFORM 9941-BEGIN-BATCH-STEP
129740         PERFORM 9925-POST-TRANSACTION-FILE
129750         PERFORM 9943-END-BATCH-STEP
129760         MOVE "INVOICE MATCH" TO RST-STP-CUR-NAME
129770         PERFORM 9941-BEGIN-BATCH-STEP
129780         PERFORM 8340-MATCH-SUPPLIER-INVOICES
129790         PERFORM 9943-END-BATCH-STEP
129800         MOVE "GL EXTRACT" TO RST-STP-CUR-NAME
129810         PERFORM 9941-BEGIN-BATCH-STEP
129820         PERFORM 9980-WRITE-GL-EXTRACT
129830         PERFORM 9943-END-BATCH-STEP
129840         MOVE "ATS FEED" TO RST-STP-CUR-NAME
129850         PERFORM 9941-BEGIN-BATCH-STEP
129860         PERFORM 5500-WRITE-ATS-FEED
129870         PERFORM 9943-END-BATCH-STEP
129880         MOVE "ABC CLASSIFICATION" TO RST-STP-CUR-NAME
129890         PERFORM 9941-BEGIN-BATCH-STEP
129900         PERFORM 9960-CLASSIFY-ABC-VELOCITY
129910         PERFORM 9943-END-BATCH-STEP
129920         IF RST-PLAN-DUE
129930             MOVE "REORDER PLANNING" TO RST-STP-CUR-NAME
129940             PERFORM 9941-BEGIN-BATCH-STEP
129950             PERFORM 4310-RUN-PLANNING-PASS
129960             PERFORM 9943-END-BATCH-STEP
129970         END-IF
129980         MOVE "COUNT WORKSHEET" TO RST-STP-CUR-NAME
129990         PERFORM 9941-BEGIN-BATCH-STEP
130000         PERFORM 9970-WRITE-COUNT-WORKSHEET
130010         PERFORM 9943-END-BATCH-STEP
130020         MOVE "REPLENISHMENT LIST" TO RST-STP-CUR-NAME
130030         PERFORM 9941-BEGIN-BATCH-STEP
130040         PERFORM 8380-REPLENISHMENT-LIST
130050         PERFORM 9943-END-BATCH-STEP
130060         MOVE "INVENTORY REPORT" TO RST-STP-CUR-NAME
130070         PERFORM 9941-BEGIN-BATCH-STEP
130080         PERFORM 5000-GENERATE-REPORT
130090         PERFORM 9943-END-BATCH-STEP
130100         MOVE "LOW STOCK REPORT" TO RST-STP-CUR-NAME
130110         PERFORM 9941-BEGIN-BATCH-STEP
130120         PERFORM 9000-LOW-STOCK-REPORT
130130         PERFORM 9943-END-BATCH-STEP
130140         MOVE "VALUATION REPORT" TO RST-STP-CUR-NAME
130150         PERFORM 9941-BEGIN-BATCH-STEP
130160         PERFORM 9200-VALUATION-REPORT
130170         PERFORM 9943-END-BATCH-STEP
130180         MOVE "RECONCILIATION" TO RST-STP-CUR-NAME
130190         PERFORM 9941-BEGIN-BATCH-STEP
130200         PERFORM 9250-RECONCILIATION
130210         PERFORM 9943-END-BATCH-STEP
130220         MOVE "SNAPSHOT" TO RST-STP-CUR-NAME
130230         PERFORM 9941-BEGIN-BATCH-STEP
130240         PERFORM 9440-WRITE-SNAPSHOT
130250         PERFORM 9943-END-BATCH-STEP
130260         CLOSE REPORT-WORK-FILE
130270     END-IF
130280     PERFORM 9945-ASSEMBLE-REPORT.
130290
130300 9941-BEGIN-BATCH-STEP.
130310     MOVE "I" TO RST-STP-CUR-SEV
130320     MOVE "COMPLETED" TO RST-STP-CUR-TEXT.
130330
130340*    A STEP'S OUTCOME IS ITS WORST FINDING, NAMED BY THE FIRST
130350*    FINDING AT THAT SEVERITY. AN INFO NOTE ONLY REPLACES
130360*    ANOTHER INFO NOTE. OUTSIDE THE BATCH NOTHING READS IT.
130370 9942-RAISE-STEP-SEVERITY.
130380     EVALUATE TRUE
130390         WHEN RST-STP-NEW-SEV = "E" AND RST-STP-CUR-SEV NOT = "E"
130400         WHEN RST-STP-NEW-SEV = "W" AND RST-STP-CUR-SEV = "I"
130410         WHEN RST-STP-NEW-SEV = "I" AND RST-STP-CUR-SEV = "I"
130420             MOVE RST-STP-NEW-SEV TO RST-STP-CUR-SEV
130430             MOVE RST-STP-NEW-TEXT TO RST-STP-CUR-TEXT
130440         WHEN OTHER
130450             CONTINUE
130460     END-EVALUATE.
130470
130480 9943-END-BATCH-STEP.
130490     IF RST-STEP-COUNT < 20
130500         ADD 1 TO RST-STEP-COUNT
130510         MOVE RST-STP-CUR-NAME TO RST-STP-NAME (RST-STEP-COUNT)
130520         MOVE RST-STP-CUR-SEV TO RST-STP-SEVERITY (RST-STEP-COUNT)
130530         MOVE RST-STP-CUR-TEXT TO RST-STP-TEXT (RST-STEP-COUNT)
130540     END-IF
130550     EVALUATE TRUE
130560         WHEN RST-STP-CUR-SEV = "E"
130570             MOVE "E" TO RST-RUN-WORST-SEV
130580         WHEN RST-STP-CUR-SEV = "W" AND RST-RUN-WORST-SEV = "I"
130590             MOVE "W" TO RST-RUN-WORST-SEV
130600         WHEN OTHER
130610             CONTINUE
130620     END-EVALUATE.
130630
130640*    THE SCHEDULER HOLDS DEPENDENT JOBS (THE GL UPLOAD AMONG
130650*    THEM) ON ANY CODE ABOVE ZERO.
130660 9944-SET-CONDITION-CODE.
130670     EVALUATE RST-RUN-WORST-SEV
130680         WHEN "E"
130690             MOVE 8 TO RST-RUN-COND-CODE
130700         WHEN "W"
130710             MOVE 4 TO RST-RUN-COND-CODE
130720         WHEN OTHER
130730             MOVE 0 TO RST-RUN-COND-CODE
130740     END-EVALUATE
130750     MOVE RST-RUN-COND-CODE TO RETURN-CODE.
130760
130770*--------------------------------------------------------------*
130780* INVREPT.TXT IS BUILT HERE: THE EXCEPTION SUMMARY, THEN THE    *
130790* REPORT BODY COPIED FROM THE WORK FILE. THE SAME SUMMARY GOES  *
130800* TO INVEXCP.TXT, THE SMALL FILE SENT TO THE ON-CALL PERSON.    *
130810*--------------------------------------------------------------*
130820 9945-ASSEMBLE-REPORT.
130830     MOVE "N" TO RST-RPTOUT-SWITCH
130840     MOVE "N" TO RST-EXCP-SWITCH
130850     OPEN OUTPUT REPORT-FILE
130860     IF RST-REPORT-STATUS NOT = "00"
130870         DISPLAY "Warning: could not open report output file,"
130880         DISPLAY "status " RST-REPORT-STATUS
130890         MOVE "REPORT OUTPUT" TO RST-STP-CUR-NAME
130900         PERFORM 9941-BEGIN-BATCH-STEP
130910         MOVE "E" TO RST-STP-NEW-SEV
130920         MOVE "INVREPT.TXT COULD NOT BE OPENED"
130930             TO RST-STP-NEW-TEXT
130940         PERFORM 9942-RAISE-STEP-SEVERITY
130950         PERFORM 9943-END-BATCH-STEP
130960     ELSE
130970         MOVE "Y" TO RST-RPTOUT-SWITCH
130980     END-IF
130990     OPEN OUTPUT EXCEPTION-FILE
131000     IF RST-EXCP-STATUS NOT = "00"
131010         DISPLAY "Warning: could not open exception summary"
131020         DISPLAY "file, status " RST-EXCP-STATUS
131030     ELSE
131040         MOVE "Y" TO RST-EXCP-SWITCH
131050     END-IF
131060     PERFORM 9944-SET-CONDITION-CODE
131070     PERFORM 9946-WRITE-EXCEPTION-SUMMARY
131080     IF RST-EXCEPTION-OPEN
131090         CLOSE EXCEPTION-FILE
131100     END-IF
131110     IF RST-REPORT-OPEN
131120         PERFORM 9949-COPY-REPORT-BODY
131130         CLOSE REPORT-FILE
131140     END-IF
131150     DISPLAY "Batch ended with condition code "
131160         RST-RUN-COND-CODE " - summary in INVEXCP.TXT.".
131170
131180 9946-WRITE-EXCEPTION-SUMMARY.
131190     MOVE 0 TO RST-RUN-ERRORS
131200     MOVE 0 TO RST-RUN-WARNINGS
131210     MOVE RST-RUN-BUSINESS-DATE TO RST-EXH-DATE
131220     MOVE RST-RUN-COND-CODE TO RST-EXH-COND-CODE
131230     MOVE RST-EXC-HEADING TO RST-PRINT-LINE
131240     PERFORM 9948-WRITE-SUMMARY-LINE
131250     MOVE RST-EXC-COLUMN-HEADING TO RST-PRINT-LINE
131260     PERFORM 9948-WRITE-SUMMARY-LINE
131270     PERFORM VARYING RST-STP-SUB FROM 1 BY 1
131280         UNTIL RST-STP-SUB > RST-STEP-COUNT
131290         PERFORM 9947-PRINT-STEP-RESULT
131300     END-PERFORM
131310     MOVE RST-RUN-ERRORS TO RST-EXT-ERRORS
131320     MOVE RST-RUN-WARNINGS TO RST-EXT-WARNINGS
131330     MOVE RST-STEP-COUNT TO RST-EXT-STEPS
131340     MOVE RST-EXC-TOTAL-LINE TO RST-PRINT-LINE
131350     PERFORM 9948-WRITE-SUMMARY-LINE
131360     MOVE RST-EXC-END-LINE TO RST-PRINT-LINE
131370     PERFORM 9948-WRITE-SUMMARY-LINE
131380     MOVE SPACES TO RST-PRINT-LINE
131390     PERFORM 9948-WRITE-SUMMARY-LINE.
131400
131410 9947-PRINT-STEP-RESULT.
131420     MOVE RST-STP-NAME (RST-STP-SUB) TO RST-EXD-STEP
131430     MOVE RST-STP-TEXT (RST-STP-SUB) TO RST-EXD-TEXT
131440     EVALUATE RST-STP-SEVERITY (RST-STP-SUB)
131450         WHEN "E"
131460             MOVE "ERROR" TO RST-EXD-SEVERITY
131470             ADD 1 TO RST-RUN-ERRORS
131480         WHEN "W"
131490             MOVE "WARNING" TO RST-EXD-SEVERITY
131500             ADD 1 TO RST-RUN-WARNINGS
131510         WHEN OTHER
131520             MOVE "INFO" TO RST-EXD-SEVERITY
131530     END-EVALUATE
131540     MOVE RST-EXC-DETAIL TO RST-PRINT-LINE
131550     PERFORM 9948-WRITE-SUMMARY-LINE.
131560
131570 9948-WRITE-SUMMARY-LINE.
131580     IF RST-REPORT-OPEN
131590         MOVE RST-PRINT-LINE TO REPORT-FILE-RECORD
131600         WRITE REPORT-FILE-RECORD
131610     END-IF
131620     IF RST-EXCEPTION-OPEN
131630         MOVE RST-PRINT-LINE TO EXCEPTION-RECORD
131640         WRITE EXCEPTION-RECORD
131650     END-IF.
131660
131670*    THE WORK FILE IS REMOVED ONCE COPIED. IF IT NEVER OPENED
131680*    THE REPORT IS THE SUMMARY ALONE.
131690 9949-COPY-REPORT-BODY.
131700     OPEN INPUT REPORT-WORK-FILE
131710     IF RST-RPTWK-STATUS = "00"
131720         PERFORM 9951-READ-REPORT-BODY
131730         PERFORM UNTIL RST-RPTWK-STATUS NOT = "00"
131740             PERFORM 9952-COPY-ONE-BODY-LINE
131750             PERFORM 9951-READ-REPORT-BODY
131760         END-PERFORM
131770         CLOSE REPORT-WORK-FILE
131780         DELETE FILE REPORT-WORK-FILE
131790     END-IF.
131800
131810 9951-READ-REPORT-BODY.
131820     READ REPORT-WORK-FILE.
131830
131840 9952-COPY-ONE-BODY-LINE.
131850     MOVE REPORT-WORK-RECORD TO REPORT-FILE-RECORD
131860     WRITE REPORT-FILE-RECORD.
131870
131880*--------------------------------------------------------------*
131890* RUN CONTROL - THE SCHEDULER SOMETIMES FIRES THE OVERNIGHT     *
131900* JOB TWICE. EACH BUSINESS DATE GETS ONE RUN-CONTROL RECORD:    *
131910* A SECOND START ON A DATE THAT ALREADY COMPLETED IS REFUSED,   *
131920* AND A DATE STILL MARKED RUNNING MEANS LAST NIGHT ABENDED -    *
131930* ALSO REFUSED, SO SOMEONE LOOKS AT IT. A PARM OF "BATCH        *
131940* FORCE" OVERRIDES EITHER AND RESTARTS THE DATE.                *
131950*--------------------------------------------------------------*
131960 9903-CHECK-RUN-CONTROL.
131970     MOVE "N" TO RST-RUN-SWITCH
131980     PERFORM 9798-OPEN-RUNCTL-FILE
131990     IF RST-RUNCTL-STATUS NOT = "00"
132000         DISPLAY "Batch refused - run control file is not"
132010         DISPLAY "usable, status " RST-RUNCTL-STATUS
132020         MOVE 8 TO RST-RUN-COND-CODE
132030         MOVE "RUN CONTROL FILE NOT USABLE" TO RST-REFUSE-TEXT
132040     ELSE
132050         ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
132060         ACCEPT RST-SYSTEM-TIME FROM TIME
132070*        THE BUSINESS DATE IS PARKED FOR THE WHOLE RUN -
132080*        RST-SYSTEM-DATE IS RE-ACCEPTED ALL THROUGH THE
132090*        WORKLOAD AND WOULD ROLL OVER AT MIDNIGHT.
132100         MOVE RST-SYSTEM-DATE TO RST-RUN-BUSINESS-DATE
132110         MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-RUN-DATE
132120         READ RUNCTL-FILE
132130         IF RST-RUNCTL-STATUS = "00"
132140             PERFORM 9904-JUDGE-EXISTING-RUN
132150         ELSE
132160             MOVE RST-SYSTEM-DATE TO RST-FILE-RUN-DATE
132170             MOVE RST-SYSTEM-TIME TO RST-FILE-RUN-START
132180             MOVE 0 TO RST-FILE-RUN-END
132190             MOVE "R" TO RST-FILE-RUN-STATE
132200             MOVE 0 TO RST-FILE-RUN-CHECKPOINT
132210             MOVE 0 TO RST-FILE-RUN-FEED-SEQ
132220             MOVE SPACE TO RST-FILE-RUN-FEED-MODE
132230             PERFORM 9905-CLEAR-STEP-RESULTS
132240             MOVE 0 TO RST-RESUME-CHECKPOINT
132250             WRITE RUNCTL-RECORD
132260             IF RST-RUNCTL-STATUS NOT = "00"
132270                 DISPLAY "Warning: could not write run"
132280                 DISPLAY "control, status " RST-RUNCTL-STATUS
132290             END-IF
132300             MOVE "Y" TO RST-RUN-SWITCH
132310         END-IF
132320         IF RST-RUN-REFUSED
132330             CLOSE RUNCTL-FILE
132340         END-IF
132350     END-IF.
132360
132370 9904-JUDGE-EXISTING-RUN.
132380     IF RST-ARGUMENT-VALUE (1:11) = "BATCH FORCE"
132390         PERFORM 9906-VERIFY-FORCE-AUTHORITY
132400     END-IF
132410     IF RST-ARGUMENT-VALUE (1:11) = "BATCH FORCE"
132420             AND RST-OPTION-ALLOWED
132430         DISPLAY "Operator forced a restart for "
132440             RST-FILE-RUN-DATE "."
132450*        AN ABENDED RUN RESUMES AFTER ITS LAST CHECKPOINT -
132460*        THE TRANSACTIONS BEFORE IT ARE ALREADY POSTED AND
132470*        ARCHIVED, AND MUST NOT POST A SECOND TIME. A RERUN
132480*        OF A COMPLETED DAY STARTS CLEAN.
132490         IF RST-FILE-RUN-STATE = "R"
132500                 AND RST-FILE-RUN-CHECKPOINT IS NUMERIC
132510             MOVE RST-FILE-RUN-CHECKPOINT
132520                 TO RST-RESUME-CHECKPOINT
132530         ELSE
132540             MOVE 0 TO RST-RESUME-CHECKPOINT
132550             MOVE 0 TO RST-FILE-RUN-CHECKPOINT
132560         END-IF
132570         MOVE RST-SYSTEM-TIME TO RST-FILE-RUN-START
132580         MOVE 0 TO RST-FILE-RUN-END
132590         MOVE "R" TO RST-FILE-RUN-STATE
132600         PERFORM 9905-CLEAR-STEP-RESULTS
132610         REWRITE RUNCTL-RECORD
132620         IF RST-RUNCTL-STATUS NOT = "00"
132630             DISPLAY "Warning: could not rewrite run"
132640             DISPLAY "control, status " RST-RUNCTL-STATUS
132650         END-IF
132660         MOVE "Y" TO RST-RUN-SWITCH
132670     ELSE
132680*        A FORCE THAT WAS JUST REFUSED MUST NOT BE ANSWERED
132690*        WITH AN INVITATION TO TRY THE SAME PARM AGAIN.
132700         IF RST-ARGUMENT-VALUE (1:11) = "BATCH FORCE"
132710             DISPLAY "BATCH FORCE refused - it must name an"
132720             DISPLAY "active supervisor operator."
132730             MOVE 8 TO RST-RUN-COND-CODE
132740             MOVE "BATCH FORCE REFUSED - NOT A SUPERVISOR"
132750                 TO RST-REFUSE-TEXT
132760         ELSE
132770             IF RST-FILE-RUN-STATE = "C"
132780                 DISPLAY "Batch already ran for "
132790                     RST-FILE-RUN-DATE " - refused."
132800                 DISPLAY "Start with parm BATCH FORCE to"
132810                 DISPLAY "rerun."
132820                 MOVE 4 TO RST-RUN-COND-CODE
132830                 MOVE "BATCH ALREADY RAN FOR THIS DATE"
132840                     TO RST-REFUSE-TEXT
132850             ELSE
132860                 DISPLAY "Batch for " RST-FILE-RUN-DATE
132870                     " is marked still running - last"
132880                 DISPLAY "night's run may have abended."
132890                 DISPLAY "Investigate, then start with parm"
132900                 DISPLAY "BATCH FORCE to restart."
132910                 MOVE 8 TO RST-RUN-COND-CODE
132920                 MOVE "STILL MARKED RUNNING - MAY HAVE ABENDED"
132930                     TO RST-REFUSE-TEXT
132940             END-IF
132950         END-IF
132960     END-IF.
132970
132980 9905-CLEAR-STEP-RESULTS.
132990     MOVE SPACE TO RST-FILE-RUN-WORST-SEV
133000     MOVE 0 TO RST-FILE-RUN-COND-CODE
133010     MOVE 0 TO RST-FILE-RUN-STEP-COUNT
133020     MOVE SPACES TO RST-FILE-RUN-STEPS.
133030
133040*--------------------------------------------------------------*
133050* BATCH FORCE MUST NAME A SUPERVISOR - PARM IS "BATCH FORCE     *
133060* <OPERATOR>". A REFUSAL IS AUDITED UNDER THE ID THAT TRIED.    *
133070* AN EMPTY OPERATOR FILE (SYSTEM NOT YET ENROLLED) LETS THE     *
133080* FORCE THROUGH, AS IT DID BEFORE OPERATORS EXISTED.            *
133090*--------------------------------------------------------------*
133100 9906-VERIFY-FORCE-AUTHORITY.
133110     MOVE "N" TO RST-AUTH-SWITCH
133120     PERFORM 1105-CHECK-OPERATOR-FILE-EMPTY
133130     IF RST-OPR-FILE-EMPTY
133140         MOVE "Y" TO RST-AUTH-SWITCH
133150     ELSE
133160         MOVE RST-ARGUMENT-VALUE (13:8)
133170             TO RST-FORCE-OPERATOR
133180         IF RST-FORCE-OPERATOR = SPACES
133190             DISPLAY "BATCH FORCE needs a supervisor ID -"
133200             DISPLAY "start with parm BATCH FORCE <operator>."
133210         ELSE
133220             MOVE RST-FORCE-OPERATOR TO RST-FILE-OPR-ID
133230             READ OPERATOR-FILE
133240             IF RST-OPERATOR-STATUS = "00"
133250                     AND RST-FILE-OPR-ACTIVE = "Y"
133260                     AND RST-FILE-OPR-LEVEL NOT < 3
133270                 MOVE "Y" TO RST-AUTH-SWITCH
133280             ELSE
133290                 DISPLAY "Operator " RST-FORCE-OPERATOR
133300                     " is not an active supervisor -"
133310                 DISPLAY "FORCE refused."
133320                 MOVE RST-FORCE-OPERATOR
133330                     TO RST-ENTRY-OPERATOR-ID
133340                 MOVE "BATCH FORCE" TO RST-ACTION-DETAIL
133350                 PERFORM 2260-AUDIT-AUTH-REFUSAL
133360                 MOVE "BATCH" TO RST-ENTRY-OPERATOR-ID
133370             END-IF
133380         END-IF
133390     END-IF.
133400
133410*--------------------------------------------------------------*
133420* A REFUSED RUN LEAVES THE RUN-CONTROL RECORD AS IT IS AND      *
133430* ENDS WITH CODE 8 - A FORCE WITHOUT SUPERVISOR AUTHORITY, A    *
133440* DATE STILL MARKED RUNNING, NO USABLE RUN CONTROL - OR 4 FOR   *
133450* A DATE THAT ALREADY COMPLETED. THE REASON IS ADDED TO         *
133460* INVEXCP.TXT, BEHIND THE SUMMARY OF THE RUN THAT DID GO, SO    *
133470* THE ON-CALL PERSON SEES WHY NOTHING RAN.                      *
133480*--------------------------------------------------------------*
133490 9907-NOTE-REFUSED-RUN.
133500     MOVE RST-RUN-COND-CODE TO RETURN-CODE
133510     IF RST-RUN-BUSINESS-DATE = 0
133520         ACCEPT RST-RUN-BUSINESS-DATE FROM DATE YYYYMMDD
133530     END-IF
133540     MOVE RST-RUN-BUSINESS-DATE TO RST-EXR-DATE
133550     MOVE RST-RUN-COND-CODE TO RST-EXR-COND-CODE
133560     MOVE RST-REFUSE-TEXT TO RST-EXR-TEXT
133570     OPEN EXTEND EXCEPTION-FILE
133580     IF RST-EXCP-STATUS = "35"
133590         OPEN OUTPUT EXCEPTION-FILE
133600     END-IF
133610     IF RST-EXCP-STATUS NOT = "00"
133620         DISPLAY "Warning: could not open exception summary"
133630         DISPLAY "file, status " RST-EXCP-STATUS
133640     ELSE
133650         MOVE RST-EXC-REFUSED-LINE TO EXCEPTION-RECORD
133660         WRITE EXCEPTION-RECORD
133670         CLOSE EXCEPTION-FILE
133680     END-IF
133690     DISPLAY "Batch ended with condition code "
133700         RST-RUN-COND-CODE " - reason in INVEXCP.TXT.".
133710
133720 9908-STAMP-RUN-COMPLETE.
133730     MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-RUN-DATE
133740     READ RUNCTL-FILE
133750     IF RST-RUNCTL-STATUS = "00"
133760         ACCEPT RST-SYSTEM-TIME FROM TIME
133770         MOVE RST-SYSTEM-TIME TO RST-FILE-RUN-END
133780         MOVE "C" TO RST-FILE-RUN-STATE
133790         MOVE RST-RUN-WORST-SEV TO RST-FILE-RUN-WORST-SEV
133800         MOVE RST-RUN-COND-CODE TO RST-FILE-RUN-COND-CODE
133810         MOVE RST-STEP-COUNT TO RST-FILE-RUN-STEP-COUNT
133820         MOVE SPACES TO RST-FILE-RUN-STEPS
133830         PERFORM VARYING RST-STP-SUB FROM 1 BY 1
133840             UNTIL RST-STP-SUB > RST-STEP-COUNT
133850             PERFORM 9909-STORE-STEP-RESULT
133860         END-PERFORM
133870         REWRITE RUNCTL-RECORD
133880         IF RST-RUNCTL-STATUS NOT = "00"
133890             DISPLAY "Warning: could not stamp run complete,"
133900             DISPLAY "status " RST-RUNCTL-STATUS
133910         END-IF
133920     ELSE
133930         DISPLAY "Warning: run control record vanished -"
133940         DISPLAY "completion not stamped."
133950     END-IF
133960     CLOSE RUNCTL-FILE.
133970
133980 9909-STORE-STEP-RESULT.
133990     MOVE RST-STP-NAME (RST-STP-SUB)
134000         TO RST-FILE-RUN-STEP-NAME (RST-STP-SUB)
134010     MOVE RST-STP-SEVERITY (RST-STP-SUB)
134020         TO RST-FILE-RUN-STEP-SEV (RST-STP-SUB)
134030     MOVE RST-STP-TEXT (RST-STP-SUB)
134040         TO RST-FILE-RUN-STEP-TEXT (RST-STP-SUB).
134050
134060*--------------------------------------------------------------*
134070* PRE-RUN BACKUPS - BEFORE THE BATCH TOUCHES ANYTHING, THE      *
134080* MASTER AND LOCATION FILES ARE COPIED TO DATED GENERATIONS     *
134090* (INVMAST.YYYYMMDD.BKP / INVLOC.YYYYMMDD.BKP). THE LAST        *
134100* THREE GENERATIONS ARE KEPT, DRIVEN OFF THE RUN-CONTROL        *
134110* DATES, SO A BAD POSTING RUN RESTORES LAST NIGHT'S FILES       *
134120* INSTEAD OF REBUILDING STOCK FROM THE PAPER TRAIL.             *
134130*--------------------------------------------------------------*
134140 9910-BACKUP-MASTER-FILES.
134150     MOVE RST-RUN-BUSINESS-DATE TO RST-BACKUP-DATE-X
134160     MOVE SPACES TO RST-BACKUP-NAME
134170     STRING "INVMAST." DELIMITED BY SIZE
134180         RST-BACKUP-DATE-X DELIMITED BY SIZE
134190         ".BKP" DELIMITED BY SIZE
134200         INTO RST-BACKUP-NAME
134210     PERFORM 9911-COPY-PRODUCTS-TO-BACKUP
134220     MOVE SPACES TO RST-BACKUP-NAME
134230     STRING "INVLOC." DELIMITED BY SIZE
134240         RST-BACKUP-DATE-X DELIMITED BY SIZE
134250         ".BKP" DELIMITED BY SIZE
134260         INTO RST-BACKUP-NAME
134270     PERFORM 9913-COPY-LOCATIONS-TO-BACKUP
134280     PERFORM 9916-COLLECT-KEEP-DATES
134290     PERFORM 9917-PURGE-OLD-BACKUPS.
134300
134310 9911-COPY-PRODUCTS-TO-BACKUP.
134320     MOVE 0 TO RST-BKP-WRITTEN
134330     OPEN OUTPUT BACKUP-FILE
134340     IF RST-BACKUP-STATUS NOT = "00"
134350         DISPLAY "Warning: could not open backup file "
134360             RST-BACKUP-NAME
134370     ELSE
134380         PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
134390             UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
134400             PERFORM 9912-WRITE-PRODUCT-BACKUP-LINE
134410         END-PERFORM
134420         CLOSE BACKUP-FILE
134430         DISPLAY "Backed up " RST-BKP-WRITTEN
134440             " products to " RST-BACKUP-NAME
134450     END-IF.
134460
134470 9912-WRITE-PRODUCT-BACKUP-LINE.
134480     PERFORM 9645-BUILD-INVENTORY-RECORD
134490     MOVE INVENTORY-RECORD TO BACKUP-RECORD
134500     WRITE BACKUP-RECORD
134510     IF RST-BACKUP-STATUS NOT = "00"
134520         DISPLAY "Warning: backup write failed, status "
134530             RST-BACKUP-STATUS
134540     ELSE
134550         ADD 1 TO RST-BKP-WRITTEN
134560     END-IF.
134570
134580 9913-COPY-LOCATIONS-TO-BACKUP.
134590     MOVE 0 TO RST-BKP-WRITTEN
134600     OPEN OUTPUT BACKUP-FILE
134610     IF RST-BACKUP-STATUS NOT = "00"
134620         DISPLAY "Warning: could not open backup file "
134630             RST-BACKUP-NAME
134640     ELSE
134650         PERFORM VARYING RST-LOCATION-IDX FROM 1 BY 1
134660             UNTIL RST-LOCATION-IDX > RST-LOCATION-COUNT
134670             PERFORM 9914-WRITE-LOCATION-BACKUP-LINE
134680         END-PERFORM
134690         CLOSE BACKUP-FILE
134700         DISPLAY "Backed up " RST-BKP-WRITTEN
134710             " location rows to " RST-BACKUP-NAME
134720     END-IF.
134730
134740 9914-WRITE-LOCATION-BACKUP-LINE.
134750     PERFORM 9745-BUILD-LOCATION-RECORD
134760     MOVE LOCATION-RECORD TO BACKUP-RECORD
134770     WRITE BACKUP-RECORD
134780     IF RST-BACKUP-STATUS NOT = "00"
134790         DISPLAY "Warning: backup write failed, status "
134800             RST-BACKUP-STATUS
134810     ELSE
134820         ADD 1 TO RST-BKP-WRITTEN
134830     END-IF.
134840
134850*--------------------------------------------------------------*
134860* THE RUN-CONTROL FILE IS KEYED BY DATE, SO READING IT FORWARD  *
134870* AND ROLLING THE LAST THREE DATES SEEN LEAVES THE THIRD-       *
134880* NEWEST RUN DATE IN KEEP-DATE-1. BACKUPS FOR ANY EARLIER RUN   *
134890* DATE ARE THEN DELETED. A DELETE AGAINST A GENERATION THAT IS  *
134900* ALREADY GONE JUST COMES BACK FILE-NOT-FOUND AND IS IGNORED.   *
134910*--------------------------------------------------------------*
134920 9916-COLLECT-KEEP-DATES.
134930     MOVE 0 TO RST-KEEP-DATE-1
134940     MOVE 0 TO RST-KEEP-DATE-2
134950     MOVE 0 TO RST-KEEP-DATE-3
134960     MOVE 0 TO RST-FILE-RUN-DATE
134970     START RUNCTL-FILE KEY IS NOT LESS THAN
134980         RST-FILE-RUN-DATE
134990     IF RST-RUNCTL-STATUS = "00"
135000         PERFORM 9918-READ-RUNCTL-RECORD
135010         PERFORM UNTIL RST-RUNCTL-STATUS NOT = "00"
135020             PERFORM 9919-ROLL-KEEP-DATES
135030             PERFORM 9918-READ-RUNCTL-RECORD
135040         END-PERFORM
135050     END-IF.
135060
135070 9917-PURGE-OLD-BACKUPS.
135080     IF RST-KEEP-DATE-1 > 0
135090         MOVE 0 TO RST-FILE-RUN-DATE
135100         START RUNCTL-FILE KEY IS NOT LESS THAN
135110             RST-FILE-RUN-DATE
135120         IF RST-RUNCTL-STATUS = "00"
135130             PERFORM 9918-READ-RUNCTL-RECORD
135140             PERFORM UNTIL RST-RUNCTL-STATUS NOT = "00"
135150                 PERFORM 9922-CONSIDER-PURGE-DATE
135160                 PERFORM 9918-READ-RUNCTL-RECORD
135170             END-PERFORM
135180         END-IF
135190     END-IF.
135200
135210 9922-CONSIDER-PURGE-DATE.
135220     IF RST-FILE-RUN-DATE < RST-KEEP-DATE-1
135230         MOVE RST-FILE-RUN-DATE TO RST-PURGE-DATE
135240         PERFORM 9921-DELETE-BACKUP-PAIR
135250     END-IF.
135260
135270 9918-READ-RUNCTL-RECORD.
135280     READ RUNCTL-FILE NEXT RECORD.
135290
135300 9919-ROLL-KEEP-DATES.
135310     MOVE RST-KEEP-DATE-2 TO RST-KEEP-DATE-1
135320     MOVE RST-KEEP-DATE-3 TO RST-KEEP-DATE-2
135330     MOVE RST-FILE-RUN-DATE TO RST-KEEP-DATE-3.
135340
135350 9921-DELETE-BACKUP-PAIR.
135360     MOVE RST-PURGE-DATE TO RST-BACKUP-DATE-X
135370     MOVE SPACES TO RST-BACKUP-NAME
135380     STRING "INVMAST." DELIMITED BY SIZE
135390         RST-BACKUP-DATE-X DELIMITED BY SIZE
135400         ".BKP" DELIMITED BY SIZE
135410         INTO RST-BACKUP-NAME
135420     DELETE FILE BACKUP-FILE
135430     MOVE SPACES TO RST-BACKUP-NAME
135440     STRING "INVLOC." DELIMITED BY SIZE
135450         RST-BACKUP-DATE-X DELIMITED BY SIZE
135460         ".BKP" DELIMITED BY SIZE
135470         INTO RST-BACKUP-NAME
135480     DELETE FILE BACKUP-FILE
135490     MOVE RST-RUN-BUSINESS-DATE TO RST-BACKUP-DATE-X.
135500
135510*--------------------------------------------------------------*
135520* ON THE FIRST RUN OF A NEW MONTH THE AUDIT LOG IS ROLLED       *
135530* INTO ITS DATED ARCHIVE AUTOMATICALLY - THE RUN-CONTROL FILE   *
135540* SAYS WHETHER ANY EARLIER RUN THIS MONTH EXISTS. THE SAME      *
135550* FIRST RUN ALSO CARRIES THE MONTHLY REORDER PLANNING PASS.     *
135560*--------------------------------------------------------------*
135570 9915-CHECK-MONTH-ROLLOVER.
135580     DIVIDE RST-RUN-BUSINESS-DATE BY 100
135590         GIVING RST-RUN-YYYYMM
135600     COMPUTE RST-MONTH-START = RST-RUN-YYYYMM * 100 + 1
135610     MOVE RST-MONTH-START TO RST-FILE-RUN-DATE
135620     START RUNCTL-FILE KEY IS NOT LESS THAN
135630         RST-FILE-RUN-DATE
135640     IF RST-RUNCTL-STATUS = "00"
135650         PERFORM 9918-READ-RUNCTL-RECORD
135660         IF RST-RUNCTL-STATUS = "00"
135670                 AND RST-FILE-RUN-DATE
135680                     < RST-RUN-BUSINESS-DATE
135690             CONTINUE
135700         ELSE
135710             DISPLAY "First batch run of the month -"
135720             DISPLAY "rolling the audit log over."
135730             PERFORM 9385-EXECUTE-ROLLOVER
135740             MOVE "Y" TO RST-PLAN-DUE-SWITCH
135750         END-IF
135760     END-IF.
135770
135780 9798-OPEN-RUNCTL-FILE.
135790     OPEN I-O RUNCTL-FILE
135800     IF RST-RUNCTL-STATUS = "35"
135810         OPEN OUTPUT RUNCTL-FILE
135820         CLOSE RUNCTL-FILE
135830         OPEN I-O RUNCTL-FILE
135840     END-IF.
135850
135860*--------------------------------------------------------------*
135870* SCANNER TRANSACTION POSTING - READS THE DAY'S MOVEMENT FILE   *
135880* DROPPED BY THE HANDHELD SCANNER SYSTEM AND POSTS EACH LINE    *
135890* THROUGH THE SAME RECEIPT/ISSUE LOGIC AS THE MENU OPTIONS.     *
135900* RECORDS THAT CANNOT POST GO TO THE REJECTS FILE WITH A        *
135910* REASON CODE:                                                  *
135920*   01 = UNKNOWN PRODUCT ID                                     *
135930*   02 = QUANTITY NOT NUMERIC OR ZERO                           *
135940*   03 = TRANSACTION CODE NOT R OR I                            *
135950*   04 = ISSUE WOULD TAKE QUANTITY NEGATIVE                     *
135960*   05 = UNIT CODE INVALID FOR THE PRODUCT                      *
135970*   06 = LOT-TRACKED PRODUCT NEEDS A MANUAL RECEIPT             *
135980*   07 = INSUFFICIENT UNEXPIRED LOT STOCK FOR THE ISSUE         *
135990*   08 = LOCATION NOT ON THE BIN MASTER                         *
136000*   09 = ISSUE WOULD DIP INTO STOCK RESERVED FOR ORDERS         *
136010* CONTROL TOTALS PRINT AT THE END OF THE RUN SO THE COUNTS CAN  *
136020* BE BALANCED AGAINST THE SCANNER SYSTEM'S OWN TOTALS. A        *
136030* MISSING TRANSACTION FILE JUST MEANS NOTHING SCANNED TODAY.    *
136040*--------------------------------------------------------------*
136050 9925-POST-TRANSACTION-FILE.
136060     MOVE 0 TO RST-TRAN-READ-COUNT
136070     MOVE 0 TO RST-TRAN-POSTED-COUNT
136080     MOVE 0 TO RST-TRAN-REJECT-COUNT
136090     OPEN INPUT TRANSACTION-FILE
136100     IF RST-TRANSACTION-STATUS = "35"
136110         MOVE "NO SCANNER TRANSACTION FILE - POSTING SKIPPED."
136120             TO RST-PRINT-LINE
136130         PERFORM 9950-WRITE-REPORT-LINE
136140         MOVE "I" TO RST-STP-NEW-SEV
136150         MOVE "NO SCANNER FILE WAITING" TO RST-STP-NEW-TEXT
136160         PERFORM 9942-RAISE-STEP-SEVERITY
136170     ELSE
136180         IF RST-TRANSACTION-STATUS NOT = "00"
136190             DISPLAY "Warning: could not open transaction"
136200             DISPLAY "file, status " RST-TRANSACTION-STATUS
136210             MOVE "E" TO RST-STP-NEW-SEV
136220             MOVE "SCANNER FILE COULD NOT BE OPENED"
136230                 TO RST-STP-NEW-TEXT
136240             PERFORM 9942-RAISE-STEP-SEVERITY
136250         ELSE
136260             PERFORM 9927-POST-ALL-TRANSACTIONS
136270         END-IF
136280     END-IF.
136290
136300 9927-POST-ALL-TRANSACTIONS.
136310*    A RESUMED RUN MUST KEEP THE REJECT LINES THE ABENDED RUN
136320*    ALREADY WROTE - THE SKIPPED TRANSACTIONS BEFORE THE
136330*    CHECKPOINT ARE NEVER RE-REJECTED, SO TRUNCATING HERE
136340*    WOULD LOSE THEIR RESUBMITTABLE IMAGES FOR GOOD.
136350     IF RST-RESUME-CHECKPOINT > 0
136360         OPEN EXTEND REJECT-FILE
136370         IF RST-REJECT-STATUS = "35"
136380             OPEN OUTPUT REJECT-FILE
136390         END-IF
136400     ELSE
136410         OPEN OUTPUT REJECT-FILE
136420     END-IF
136430     IF RST-REJECT-STATUS NOT = "00"
136440         DISPLAY "Warning: could not open rejects file,"
136450         DISPLAY "status " RST-REJECT-STATUS
136460         MOVE "E" TO RST-STP-NEW-SEV
136470         MOVE "REJECTS FILE NOT OPENED - NOT POSTED"
136480             TO RST-STP-NEW-TEXT
136490         PERFORM 9942-RAISE-STEP-SEVERITY
136500         CLOSE TRANSACTION-FILE
136510     ELSE
136520         MOVE RST-RUN-BUSINESS-DATE TO RST-TRNA-DATE
136530*        A FORCED RERUN WITH A FRESH SCANNER FILE APPENDS TO
136540*        THE DATE'S ARCHIVE RATHER THAN RE-CREATING IT.
136550         OPEN EXTEND TRANARCH-FILE
136560         IF RST-TRANARCH-STATUS = "35"
136570             OPEN OUTPUT TRANARCH-FILE
136580         END-IF
136590         IF RST-TRANARCH-STATUS NOT = "00"
136600             DISPLAY "Warning: could not open transaction"
136610             DISPLAY "archive " RST-TRANARCH-NAME
136620             DISPLAY "Posting skipped so the file cannot"
136630             DISPLAY "be consumed twice."
136640             MOVE "E" TO RST-STP-NEW-SEV
136650             MOVE "SCANNER ARCHIVE NOT OPENED - NOT POSTED"
136660                 TO RST-STP-NEW-TEXT
136670             PERFORM 9942-RAISE-STEP-SEVERITY
136680             CLOSE TRANSACTION-FILE
136690             CLOSE REJECT-FILE
136700         ELSE
136710             PERFORM 9928-RUN-POSTING-PASS
136720         END-IF
136730     END-IF.
136740
136750*--------------------------------------------------------------*
136760* THE SCANNER FILE IS CONSUMED ONCE POSTED - EVERY RECORD IS    *
136770* COPIED TO A DATED ARCHIVE AS IT IS READ, AND THE ORIGINAL IS  *
136780* REMOVED AFTERWARD. LEAVING IT BEHIND WOULD POST THE SAME      *
136790* MOVEMENTS AGAIN ON THE NEXT RUN, WHICH RUN CONTROL CANNOT     *
136800* SEE BECAUSE THAT RUN IS A DIFFERENT BUSINESS DATE.            *
136810*--------------------------------------------------------------*
136820 9928-RUN-POSTING-PASS.
136830     MOVE RST-TRAN-REPORT-HEADING TO RST-PRINT-LINE
136840     PERFORM 9950-WRITE-REPORT-LINE
136850     MOVE 0 TO RST-TRAN-SEQ-NO
136860     MOVE 0 TO RST-TRAN-SKIP-COUNT
136870     IF RST-RESUME-CHECKPOINT > 0
136880         DISPLAY "Resuming posting after transaction "
136890             RST-RESUME-CHECKPOINT " (last checkpoint)."
136900     END-IF
136910     PERFORM 9930-READ-TRANSACTION-RECORD
136920     PERFORM UNTIL RST-TRANSACTION-STATUS NOT = "00"
136930         PERFORM 9934-CONSIDER-ONE-TRANSACTION
136940         PERFORM 9930-READ-TRANSACTION-RECORD
136950     END-PERFORM
136960     IF RST-TRAN-REJECT-COUNT > 0
136970         MOVE "W" TO RST-STP-NEW-SEV
136980         MOVE "SCANNER REJECTS (SEE INVTRAN.REJ)" TO RST-STC-LABEL
136990         MOVE RST-TRAN-REJECT-COUNT TO RST-STC-COUNT
137000     ELSE
137010         MOVE "I" TO RST-STP-NEW-SEV
137020         MOVE "TRANSACTIONS POSTED" TO RST-STC-LABEL
137030         MOVE RST-TRAN-POSTED-COUNT TO RST-STC-COUNT
137040     END-IF
137050     MOVE RST-STP-COUNT-TEXT TO RST-STP-NEW-TEXT
137060     PERFORM 9942-RAISE-STEP-SEVERITY
137070     IF RST-TRAN-SKIP-COUNT > 0
137080         DISPLAY "Skipped " RST-TRAN-SKIP-COUNT
137090             " transactions already posted before the"
137100         DISPLAY "checkpoint."
137110     END-IF
137120*    THE PASS FINISHED AND THE FILE IS ABOUT TO BE REMOVED -
137130*    A LEFT-OVER CHECKPOINT WOULD WRONGLY SKIP THE TOP OF A
137140*    FUTURE FORCED RERUN ON THE SAME DATE.
137150     MOVE 0 TO RST-RESUME-CHECKPOINT
137160     MOVE 0 TO RST-TRAN-SEQ-NO
137170     PERFORM 9929-TAKE-CHECKPOINT
137180     CLOSE TRANSACTION-FILE
137190     CLOSE REJECT-FILE
137200     CLOSE TRANARCH-FILE
137210     DELETE FILE TRANSACTION-FILE
137220     IF RST-TRANSACTION-STATUS NOT = "00"
137230         DISPLAY "Warning: could not remove the posted"
137240         DISPLAY "transaction file, status "
137250             RST-TRANSACTION-STATUS
137260         MOVE "W" TO RST-STP-NEW-SEV
137270         MOVE "POSTED SCANNER FILE NOT REMOVED"
137280             TO RST-STP-NEW-TEXT
137290         PERFORM 9942-RAISE-STEP-SEVERITY
137300     END-IF
137310     DISPLAY "Transactions archived to " RST-TRANARCH-NAME
137320     MOVE RST-TRAN-READ-COUNT TO RST-TCL-READ
137330     MOVE RST-TRAN-POSTED-COUNT TO RST-TCL-POSTED
137340     MOVE RST-TRAN-REJECT-COUNT TO RST-TCL-REJECTED
137350     MOVE RST-TRAN-CONTROL-LINE TO RST-PRINT-LINE
137360     PERFORM 9950-WRITE-REPORT-LINE
137370     DISPLAY RST-TRAN-CONTROL-LINE
137380     MOVE "BATCH" TO RST-ENTRY-OPERATOR-ID.
137390
137400 9930-READ-TRANSACTION-RECORD.
137410     READ TRANSACTION-FILE.
137420
137430*--------------------------------------------------------------*
137440* ONE FILE RECORD PER PASS - RECORDS AT OR BEFORE THE RESUME    *
137450* CHECKPOINT WERE POSTED (AND ARCHIVED) BY THE RUN THAT         *
137460* ABENDED, SO THEY ARE COUNTED PAST WITHOUT POSTING. EVERY      *
137470* 100TH POSTED RECORD STAMPS ITS POSITION ON THE RUN-CONTROL    *
137480* RECORD; THE MASTER, LOCATION, COST AND AUDIT FILES ARE        *
137490* ALREADY WRITTEN THROUGH RECORD BY RECORD AS EACH              *
137500* TRANSACTION POSTS, SO THE CHECKPOINT IS CONSISTENT WITH       *
137510* EVERYTHING ON DISK AT THAT MOMENT.                            *
137520*--------------------------------------------------------------*
137530 9934-CONSIDER-ONE-TRANSACTION.
137540     ADD 1 TO RST-TRAN-SEQ-NO
137550     IF RST-TRAN-SEQ-NO NOT > RST-RESUME-CHECKPOINT
137560         ADD 1 TO RST-TRAN-SKIP-COUNT
137570     ELSE
137580         PERFORM 9935-POST-ONE-TRANSACTION
137590         DIVIDE RST-TRAN-SEQ-NO BY 100
137600             GIVING RST-CHKPT-QUOT
137610             REMAINDER RST-CHKPT-REM
137620         IF RST-CHKPT-REM = 0
137630             PERFORM 9929-TAKE-CHECKPOINT
137640         END-IF
137650     END-IF.
137660
137670 9929-TAKE-CHECKPOINT.
137680     MOVE RST-RUN-BUSINESS-DATE TO RST-FILE-RUN-DATE
137690     READ RUNCTL-FILE
137700     IF RST-RUNCTL-STATUS = "00"
137710         MOVE RST-TRAN-SEQ-NO TO RST-FILE-RUN-CHECKPOINT
137720         REWRITE RUNCTL-RECORD
137730         IF RST-RUNCTL-STATUS NOT = "00"
137740             DISPLAY "Warning: could not stamp posting"
137750             DISPLAY "checkpoint, status " RST-RUNCTL-STATUS
137760         END-IF
137770     END-IF.
137780
137790 9935-POST-ONE-TRANSACTION.
137800     ADD 1 TO RST-TRAN-READ-COUNT
137810     MOVE TRANSACTION-RECORD TO RST-TRAN-INPUT
137820     MOVE TRANSACTION-RECORD TO TRANARCH-RECORD
137830     WRITE TRANARCH-RECORD
137840     IF RST-TRANARCH-STATUS NOT = "00"
137850         DISPLAY "Warning: could not write transaction"
137860         DISPLAY "archive record, status "
137870             RST-TRANARCH-STATUS
137880     END-IF
137890     MOVE RST-TRAN-QTY-EDIT TO RST-ENTRY-ADJUST-EDIT
137900     INSPECT RST-ENTRY-ADJUST-EDIT
137910         REPLACING LEADING SPACE BY "0"
137920     IF RST-TRAN-CODE NOT = "R" AND RST-TRAN-CODE NOT = "I"
137930         MOVE "03" TO RST-REJ-REASON-CODE
137940         MOVE "TRANSACTION CODE NOT R OR I"
137950             TO RST-REJ-REASON-TEXT
137960         PERFORM 9940-WRITE-REJECT-RECORD
137970     ELSE
137980         IF RST-ENTRY-ADJUST-EDIT IS NOT NUMERIC
137990                 OR RST-ENTRY-ADJUST-QTY = 0
138000             MOVE "02" TO RST-REJ-REASON-CODE
138010             MOVE "QUANTITY NOT NUMERIC OR ZERO"
138020                 TO RST-REJ-REASON-TEXT
138030             PERFORM 9940-WRITE-REJECT-RECORD
138040         ELSE
138050             PERFORM 9937-POST-VALIDATED-TRANSACTION
138060         END-IF
138070     END-IF.
138080
138090 9937-POST-VALIDATED-TRANSACTION.
138100     MOVE RST-TRAN-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
138110     PERFORM 9800-FIND-PRODUCT
138120     IF RST-RECORD-NOT-FOUND
138130         MOVE "01" TO RST-REJ-REASON-CODE
138140         MOVE "UNKNOWN PRODUCT ID" TO RST-REJ-REASON-TEXT
138150         PERFORM 9940-WRITE-REJECT-RECORD
138160     ELSE
138170         PERFORM 9938-CHECK-TRANSACTION-UNIT
138180         IF RST-ENTRY-IS-VALID
138190             PERFORM 9939-CHECK-TRANSACTION-BIN
138200         END-IF
138210     END-IF
138220     IF RST-RECORD-FOUND AND RST-ENTRY-IS-VALID
138230         MOVE RST-TRAN-LOCATION TO RST-ENTRY-LOCATION-CODE
138240         IF RST-TRAN-OPERATOR = SPACES
138250             MOVE "SCANNER" TO RST-ENTRY-OPERATOR-ID
138260         ELSE
138270             MOVE RST-TRAN-OPERATOR TO RST-ENTRY-OPERATOR-ID
138280         END-IF
138290         IF RST-TRAN-CODE = "R"
138300*            A SCANNER LINE CARRIES NO LOT OR EXPIRY, SO DATED
138310*            GOODS MUST BE RECEIVED AT THE COUNTER WHERE THEY
138320*            CAN BE CAPTURED.
138330             IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
138340                 MOVE "06" TO RST-REJ-REASON-CODE
138350                 MOVE "LOT PRODUCT - RECEIVE MANUALLY"
138360                     TO RST-REJ-REASON-TEXT
138370                 PERFORM 9940-WRITE-REJECT-RECORD
138380             ELSE
138390                 MOVE RST-PRODUCT-PRICE (RST-SUBSCRIPT)
138400                     TO RST-LAYER-COST
138410                 PERFORM 8050-POST-RECEIPT
138420                 ADD 1 TO RST-TRAN-POSTED-COUNT
138430             END-IF
138440         ELSE
138450             IF RST-LOT-TRACKED (RST-SUBSCRIPT) = "Y"
138460                 PERFORM 9335-COUNT-UNEXPIRED-QTY
138470             ELSE
138480                 MOVE RST-PRODUCT-QTY (RST-SUBSCRIPT)
138490                     TO RST-LOT-AVAIL-QTY
138500             END-IF
138510             SET RST-PRODUCT-IDX TO RST-SUBSCRIPT
138520             PERFORM 9805-COMPUTE-AVAILABLE-QTY
138530             IF RST-ENTRY-ADJUST-QTY >
138540                     RST-PRODUCT-QTY (RST-SUBSCRIPT)
138550                 MOVE "04" TO RST-REJ-REASON-CODE
138560                 MOVE "ISSUE WOULD TAKE QUANTITY NEGATIVE"
138570                     TO RST-REJ-REASON-TEXT
138580                 PERFORM 9940-WRITE-REJECT-RECORD
138590             ELSE
138600                 IF RST-ENTRY-ADJUST-QTY > RST-AVAIL-QTY
138610                     MOVE "09" TO RST-REJ-REASON-CODE
138620                     MOVE "STOCK RESERVED FOR OPEN ORDERS"
138630                         TO RST-REJ-REASON-TEXT
138640                     PERFORM 9940-WRITE-REJECT-RECORD
138650                 ELSE
138660                     IF RST-ENTRY-ADJUST-QTY
138670                             + RST-RESERVED-QTY (RST-SUBSCRIPT)
138680                             > RST-LOT-AVAIL-QTY
138690                         MOVE "07" TO RST-REJ-REASON-CODE
138700                         MOVE "NOT ENOUGH UNEXPIRED LOT STOCK"
138710                             TO RST-REJ-REASON-TEXT
138720                         PERFORM 9940-WRITE-REJECT-RECORD
138730                     ELSE
138740                         PERFORM 8150-POST-ISSUE
138750                         ADD 1 TO RST-TRAN-POSTED-COUNT
138760                     END-IF
138770                 END-IF
138780             END-IF
138790         END-IF
138800     END-IF.
138810
138820 9939-CHECK-TRANSACTION-BIN.
138830     MOVE RST-TRAN-LOCATION TO RST-ENTRY-LOCATION-CODE
138840     PERFORM 9842-CHECK-ENTERED-LOCATION
138850     IF RST-BIN-NOT-ON-FILE
138860         MOVE "N" TO RST-VALID-SWITCH
138870         MOVE "08" TO RST-REJ-REASON-CODE
138880         MOVE "LOCATION NOT ON BIN MASTER"
138890             TO RST-REJ-REASON-TEXT
138900         PERFORM 9940-WRITE-REJECT-RECORD
138910     END-IF.
138920
138930 9940-WRITE-REJECT-RECORD.
138940     MOVE RST-TRAN-INPUT (1:47) TO RST-REJ-IMAGE
138950     MOVE RST-REJECT-LINE TO REJECT-RECORD
138960     WRITE REJECT-RECORD
138970     IF RST-REJECT-STATUS NOT = "00"
138980         DISPLAY "Warning: could not write reject record,"
138990         DISPLAY "status " RST-REJECT-STATUS
139000     END-IF
139010     ADD 1 TO RST-TRAN-REJECT-COUNT.
139020
139030*--------------------------------------------------------------*
139040* A SCANNER LINE'S UNIT CODE MUST BE BLANK (OLD LOADS, POSTS    *
139050* AS EACHES), THE PRODUCT'S OWN STOCKING UNIT, OR CS FOR A      *
139060* CASE QUANTITY CONVERTED THROUGH THE CASE PACK. ANYTHING       *
139070* ELSE - INCLUDING CS AGAINST A PRODUCT WITH NO CASE PACK -     *
139080* REJECTS WITH REASON 05 INSTEAD OF FILING A CASE AS ONE.       *
139090*--------------------------------------------------------------*
139100 9938-CHECK-TRANSACTION-UNIT.
139110     MOVE "Y" TO RST-VALID-SWITCH
139120     IF RST-TRAN-UOM = SPACES
139130             OR RST-TRAN-UOM = RST-STOCK-UOM (RST-SUBSCRIPT)
139140         CONTINUE
139150     ELSE
139160         IF RST-TRAN-UOM = "CS "
139170             IF RST-CASE-PACK (RST-SUBSCRIPT) = 0
139180                 MOVE "N" TO RST-VALID-SWITCH
139190                 MOVE "05" TO RST-REJ-REASON-CODE
139200                 MOVE "NO CASE PACK ON PRODUCT"
139210                     TO RST-REJ-REASON-TEXT
139220                 PERFORM 9940-WRITE-REJECT-RECORD
139230             ELSE
139240                 COMPUTE RST-UOM-EACHES =
139250                     RST-ENTRY-ADJUST-QTY
139260                     * RST-CASE-PACK (RST-SUBSCRIPT)
139270                 IF RST-UOM-EACHES > 99999
139280                     MOVE "N" TO RST-VALID-SWITCH
139290                     MOVE "05" TO RST-REJ-REASON-CODE
139300                     MOVE "CASE QUANTITY OVERFLOWS"
139310                         TO RST-REJ-REASON-TEXT
139320                     PERFORM 9940-WRITE-REJECT-RECORD
139330                 ELSE
139340                     MOVE RST-UOM-EACHES
139350                         TO RST-ENTRY-ADJUST-QTY
139360                 END-IF
139370             END-IF
139380         ELSE
139390             MOVE "N" TO RST-VALID-SWITCH
139400             MOVE "05" TO RST-REJ-REASON-CODE
139410             MOVE "UNIT DOES NOT MATCH PRODUCT"
139420                 TO RST-REJ-REASON-TEXT
139430             PERFORM 9940-WRITE-REJECT-RECORD
139440         END-IF
139450     END-IF.
139460
139470*--------------------------------------------------------------*
139480* ABC VELOCITY CLASSIFICATION - EACH PRODUCT'S ISSUES OVER THE  *
139490* LAST YEAR (AUDIT TRAIL AND ARCHIVES) ARE PRICED AT LIST AND   *
139500* THE PRODUCTS RANKED BY THAT VALUE: THE PRODUCTS THAT MAKE UP  *
139510* THE FIRST 80 PERCENT OF ISSUE VALUE ARE CLASS A, THE NEXT 15  *
139520* PERCENT CLASS B, AND EVERYTHING ELSE (INCLUDING PRODUCTS      *
139530* THAT NEVER ISSUED) CLASS C. THE CLASS IS RESTATED ON THE      *
139540* MASTER EVERY BATCH RUN SO IT TRACKS THE BUSINESS.             *
139550*--------------------------------------------------------------*
139560 9960-CLASSIFY-ABC-VELOCITY.
139570     ACCEPT RST-SYSTEM-DATE FROM DATE YYYYMMDD
139580     MOVE RST-SYSTEM-DATE TO RST-DATE-WORK
139590     MOVE 365 TO RST-DAYS-TO-SUBTRACT
139600     PERFORM 9460-SUBTRACT-DAYS-FROM-DATE
139610     MOVE RST-DATE-WORK TO RST-ENTRY-DATE-FROM
139620     MOVE 99999999 TO RST-ENTRY-DATE-TO
139630     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
139640         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
139650         PERFORM 9962-CLEAR-ABC-ROW
139660     END-PERFORM
139670     MOVE "A" TO RST-SCAN-MODE
139680     MOVE "D" TO RST-MOV-SCAN-BY
139690     MOVE RST-ENTRY-DATE-FROM TO RST-MOV-SCAN-FROM
139700     MOVE RST-ENTRY-DATE-TO TO RST-MOV-SCAN-TO
139710     PERFORM 9540-SCAN-MOVEMENT-HISTORY
139720     MOVE 0 TO RST-ABC-TOTAL-VALUE
139730     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
139740         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
139750         PERFORM 9963-ADD-TO-ABC-TOTAL
139760     END-PERFORM
139770     COMPUTE RST-ABC-A-LIMIT =
139780         RST-ABC-TOTAL-VALUE * 80 / 100
139790     COMPUTE RST-ABC-B-LIMIT =
139800         RST-ABC-TOTAL-VALUE * 95 / 100
139810     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
139820         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
139830         PERFORM 9964-DEFAULT-CLASS-C
139840     END-PERFORM
139850     MOVE 0 TO RST-ABC-CUM-VALUE
139860     IF RST-ABC-TOTAL-VALUE > 0
139870         MOVE 1 TO RST-ABC-MAX-SUB
139880         PERFORM UNTIL RST-ABC-MAX-SUB = 0
139890             PERFORM 9966-RANK-NEXT-PRODUCT
139900         END-PERFORM
139910     END-IF
139920     PERFORM VARYING RST-PRODUCT-IDX FROM 1 BY 1
139930         UNTIL RST-PRODUCT-IDX > RST-PRODUCT-COUNT
139940         PERFORM 9968-REWRITE-CLASSIFIED-PRODUCT
139950     END-PERFORM
139960     DISPLAY "ABC classes restated from the last year's"
139970     DISPLAY "issue history.".
139980
139990 9962-CLEAR-ABC-ROW.
140000     MOVE 0 TO RST-ABC-VALUE (RST-ABC-SUBSCRIPT)
140010     MOVE "N" TO RST-ABC-TAKEN (RST-ABC-SUBSCRIPT).
140020
140030 9963-ADD-TO-ABC-TOTAL.
140040     ADD RST-ABC-VALUE (RST-ABC-SUBSCRIPT)
140050         TO RST-ABC-TOTAL-VALUE.
140060
140070 9964-DEFAULT-CLASS-C.
140080     MOVE "C" TO RST-ABC-CLASS (RST-ABC-SUBSCRIPT).
140090
140100*--------------------------------------------------------------*
140110* ONE AUDIT LINE FOR THE ABC TALLY - ISSUES INSIDE THE YEAR     *
140120* ADD THEIR QUANTITY, PRICED AT THE PRODUCT'S LIST PRICE, TO    *
140130* THE PRODUCT'S VALUE ROW.                                      *
140140*--------------------------------------------------------------*
140150 9965-TALLY-ISSUE-VALUE.
140160     IF RST-AUDP-LINE-VALID
140170             AND RST-AUDP-DATE NOT < RST-ENTRY-DATE-FROM
140180             AND (RST-AUDP-ACTION = "ISSUE"
140190                 OR RST-AUDP-ACTION = "BACKFILL"
140200                 OR RST-AUDP-ACTION = "ORD-ISSUE"
140210                 OR RST-AUDP-ACTION = "KIT-ISSUE")
140220         MOVE RST-AUDP-PRODUCT-ID TO RST-ENTRY-PRODUCT-ID
140230         PERFORM 9800-FIND-PRODUCT
140240         IF RST-RECORD-FOUND
140250             COMPUTE RST-ABC-ISSUE-QTY =
140260                 RST-AUDP-BEFORE-QTY - RST-AUDP-AFTER-QTY
140270             IF RST-ABC-ISSUE-QTY > 0
140280                 COMPUTE RST-ABC-VALUE (RST-SUBSCRIPT) =
140290                     RST-ABC-VALUE (RST-SUBSCRIPT)
140300                     + RST-ABC-ISSUE-QTY
140310                     * RST-PRODUCT-PRICE (RST-SUBSCRIPT)
140320             END-IF
140330         END-IF
140340     END-IF.
140350
140360*--------------------------------------------------------------*
140370* PICKS THE HIGHEST-VALUE PRODUCT NOT YET RANKED AND CLASSES    *
140380* IT BY WHERE THE RUNNING TOTAL STOOD BEFORE IT - THE PRODUCT   *
140390* THAT CARRIES THE TOTAL PAST A CUT BELONGS TO THE RICHER       *
140400* CLASS. PRODUCTS WITH NO ISSUE VALUE ARE NEVER PICKED AND      *
140410* KEEP THE CLASS C DEFAULT.                                     *
140420*--------------------------------------------------------------*
140430 9966-RANK-NEXT-PRODUCT.
140440     MOVE 0 TO RST-ABC-MAX-SUB
140450     MOVE 0 TO RST-ABC-MAX-VALUE
140460     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
140470         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
140480         PERFORM 9967-CHECK-RANK-CANDIDATE
140490     END-PERFORM
140500     IF RST-ABC-MAX-SUB > 0
140510         IF RST-ABC-CUM-VALUE < RST-ABC-A-LIMIT
140520             MOVE "A" TO RST-ABC-CLASS (RST-ABC-MAX-SUB)
140530         ELSE
140540             IF RST-ABC-CUM-VALUE < RST-ABC-B-LIMIT
140550                 MOVE "B" TO RST-ABC-CLASS (RST-ABC-MAX-SUB)
140560             ELSE
140570                 MOVE "C" TO RST-ABC-CLASS (RST-ABC-MAX-SUB)
140580             END-IF
140590         END-IF
140600         ADD RST-ABC-VALUE (RST-ABC-MAX-SUB)
140610             TO RST-ABC-CUM-VALUE
140620         MOVE "Y" TO RST-ABC-TAKEN (RST-ABC-MAX-SUB)
140630     END-IF.
140640
140650 9967-CHECK-RANK-CANDIDATE.
140660     IF RST-ABC-TAKEN (RST-ABC-SUBSCRIPT) = "N"
140670             AND RST-ABC-VALUE (RST-ABC-SUBSCRIPT)
140680                 > RST-ABC-MAX-VALUE
140690         MOVE RST-ABC-VALUE (RST-ABC-SUBSCRIPT)
140700             TO RST-ABC-MAX-VALUE
140710         MOVE RST-ABC-SUBSCRIPT TO RST-ABC-MAX-SUB
140720     END-IF.
140730
140740 9968-REWRITE-CLASSIFIED-PRODUCT.
140750     PERFORM 9655-REWRITE-PRODUCT-TO-FILE.
140760
140770*--------------------------------------------------------------*
140780* DAILY CYCLE COUNT WORKSHEET - ENOUGH OF EACH CLASS IS PUT UP  *
140790* FOR COUNTING EVERY BATCH RUN THAT CLASS A TURNS OVER ABOUT    *
140800* MONTHLY, CLASS B QUARTERLY AND CLASS C YEARLY, TAKING THE     *
140810* LEAST-RECENTLY-COUNTED PRODUCTS FIRST. THE PRINTED SHEET IS   *
140820* KEYED IN THROUGH THE NORMAL CYCLE COUNT ENTRY, WHICH STAMPS   *
140830* THE COUNT DATE BACK ON THE MASTER WHEN THE COUNT POSTS.       *
140840*--------------------------------------------------------------*
140850 9970-WRITE-COUNT-WORKSHEET.
140860     MOVE 0 TO RST-WKS-LINES
140870     MOVE RST-RUN-BUSINESS-DATE TO RST-WKH-DATE
140880     MOVE RST-WKS-HEADING TO RST-PRINT-LINE
140890     PERFORM 9950-WRITE-REPORT-LINE
140900     MOVE RST-WKS-COLUMN-HEADING TO RST-PRINT-LINE
140910     PERFORM 9950-WRITE-REPORT-LINE
140920     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
140930         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
140940         PERFORM 9971-CLEAR-WORKSHEET-FLAG
140950     END-PERFORM
140960     MOVE "A" TO RST-WKS-CLASS
140970     PERFORM 9972-SCHEDULE-ONE-CLASS
140980     MOVE "B" TO RST-WKS-CLASS
140990     PERFORM 9972-SCHEDULE-ONE-CLASS
141000     MOVE "C" TO RST-WKS-CLASS
141010     PERFORM 9972-SCHEDULE-ONE-CLASS
141020     IF RST-WKS-LINES = 0
141030         MOVE "No products to count today." TO RST-PRINT-LINE
141040         PERFORM 9950-WRITE-REPORT-LINE
141050     END-IF.
141060
141070 9971-CLEAR-WORKSHEET-FLAG.
141080     MOVE "N" TO RST-ABC-TAKEN (RST-ABC-SUBSCRIPT).
141090
141100 9972-SCHEDULE-ONE-CLASS.
141110     MOVE 0 TO RST-WKS-CLASS-COUNT
141120     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
141130         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
141140         PERFORM 9973-COUNT-CLASS-MEMBER
141150     END-PERFORM
141160*    THE TARGETS ROUND UP SO EVEN A ONE-PRODUCT CLASS COMES UP
141170*    FOR COUNTING INSIDE ITS CYCLE.
141180     EVALUATE RST-WKS-CLASS
141190         WHEN "A"
141200             COMPUTE RST-WKS-TARGET =
141210                 (RST-WKS-CLASS-COUNT + 29) / 30
141220         WHEN "B"
141230             COMPUTE RST-WKS-TARGET =
141240                 (RST-WKS-CLASS-COUNT + 89) / 90
141250         WHEN OTHER
141260             COMPUTE RST-WKS-TARGET =
141270                 (RST-WKS-CLASS-COUNT + 364) / 365
141280     END-EVALUATE
141290     MOVE 0 TO RST-WKS-PICKED
141300     PERFORM 9974-PICK-OLDEST-IN-CLASS
141310     PERFORM UNTIL RST-WKS-OLDEST-SUB = 0
141320             OR RST-WKS-PICKED >= RST-WKS-TARGET
141330         PERFORM 9975-PRINT-WORKSHEET-LINE
141340         PERFORM 9974-PICK-OLDEST-IN-CLASS
141350     END-PERFORM.
141360
141370 9973-COUNT-CLASS-MEMBER.
141380     IF RST-ABC-CLASS (RST-ABC-SUBSCRIPT) = RST-WKS-CLASS
141390         ADD 1 TO RST-WKS-CLASS-COUNT
141400     END-IF.
141410
141420 9974-PICK-OLDEST-IN-CLASS.
141430     MOVE 0 TO RST-WKS-OLDEST-SUB
141440     MOVE 99999999 TO RST-WKS-OLDEST-DATE
141450     PERFORM VARYING RST-ABC-SUBSCRIPT FROM 1 BY 1
141460         UNTIL RST-ABC-SUBSCRIPT > RST-PRODUCT-COUNT
141470         PERFORM 9976-CHECK-OLDEST-CANDIDATE
141480     END-PERFORM.
141490
141500 9976-CHECK-OLDEST-CANDIDATE.
141510     IF RST-ABC-CLASS (RST-ABC-SUBSCRIPT) = RST-WKS-CLASS
141520             AND RST-ABC-TAKEN (RST-ABC-SUBSCRIPT) = "N"
141530             AND RST-LAST-COUNT-DATE (RST-ABC-SUBSCRIPT)
141540                 < RST-WKS-OLDEST-DATE
141550         MOVE RST-LAST-COUNT-DATE (RST-ABC-SUBSCRIPT)
141560             TO RST-WKS-OLDEST-DATE
141570         MOVE RST-ABC-SUBSCRIPT TO RST-WKS-OLDEST-SUB
141580     END-IF.
141590
141600*--------------------------------------------------------------*
141610* NIGHTLY PRICE APPLICATION - EVERY PRODUCT'S MASTER PRICE IS   *
141620* RESTATED TO WHATEVER HISTORY ROW IS EFFECTIVE ON THE RUN'S    *
141630* BUSINESS DATE, SO A PRICE LIST SCHEDULED WEEKS AGO TAKES      *
141640* EFFECT THE MORNING ITS DATE ARRIVES. PRODUCTS WITH NO         *
141650* HISTORY ROWS (LOADED BEFORE THE FILE EXISTED) KEEP THEIR      *
141660* MASTER PRICE UNTIL A CHANGE IS ENTERED FOR THEM.              *
141670*--------------------------------------------------------------*
141680 9978-APPLY-EFFECTIVE-PRICES.
141690     MOVE RST-RUN-BUSINESS-DATE TO RST-PRC-ASOF-DATE
141700     PERFORM VARYING RST-SUBSCRIPT FROM 1 BY 1
141710         UNTIL RST-SUBSCRIPT > RST-PRODUCT-COUNT
141720         PERFORM 9979-APPLY-ONE-PRICE
141730     END-PERFORM.
141740
141750 9979-APPLY-ONE-PRICE.
141760     MOVE RST-PRODUCT-ID (RST-SUBSCRIPT)
141770         TO RST-ENTRY-PRODUCT-ID
141780     PERFORM 8920-RESOLVE-PRICE-FOR-PRODUCT
141790     IF RST-PRICE-FOUND
141800             AND RST-PRC-RESOLVED-PRICE NOT =
141810                 RST-PRODUCT-PRICE (RST-SUBSCRIPT)
141820         PERFORM 8925-APPLY-RESOLVED-PRICE
141830     END-IF.
141840
141850*--------------------------------------------------------------*
141860* GL JOURNAL EXTRACT - THE DAY'S MOVEMENT ROWS ARE BUCKETED BY  *
141870* MOVEMENT CATEGORY AT THEIR CARRIED COST VALUE (RECEIPTS AT    *
141880* ACTUAL COST, ISSUES AT RELIEVED FIFO COST, COUNT AND OTHER    *
141890* ADJUSTMENTS SPLIT BY DIRECTION) AND EACH NON-ZERO BUCKET      *
141900* BECOMES ONE DEBIT/CREDIT PAIR IN THE DATED EXTRACT FILE:      *
141910*   RECEIPTS      DR 1300 INVENTORY   CR 2100 ACCRUED PAYABLES  *
141920*   ISSUES        DR 5100 COST GOODS  CR 1300 INVENTORY         *
141930*   ADJUST IN     DR 1300 INVENTORY   CR 5200 STOCK ADJUSTMENT  *
141940*   ADJUST OUT    DR 5200 STOCK ADJ   CR 1300 INVENTORY         *
141950*   RETURNS       DR 1300 INVENTORY   CR 5100 COST GOODS        *
141960*   LANDED STOCK  DR 1300 INVENTORY   CR 2150 FREIGHT CLEARING  *
141970*   LANDED COGS   DR 5100 COST GOODS  CR 2150 FREIGHT CLEARING  *
141980* A FORCED RERUN REGENERATES THE WHOLE DAY, SO THE FILE IS      *
141990* OPENED OUTPUT RATHER THAN EXTEND.                             *
142000*--------------------------------------------------------------*
142010 9980-WRITE-GL-EXTRACT.
142020     MOVE 0 TO RST-GL-RECEIPTS-VALUE
142030     MOVE 0 TO RST-GL-ISSUES-VALUE
142040     MOVE 0 TO RST-GL-ADJ-IN-VALUE
142050     MOVE 0 TO RST-GL-ADJ-OUT-VALUE
142060     MOVE 0 TO RST-GL-RETURNS-VALUE
142070     MOVE 0 TO RST-GL-LANDED-STOCK-VALUE
142080     MOVE 0 TO RST-GL-LANDED-COGS-VALUE
142090     MOVE 0 TO RST-GL-DETAIL-COUNT
142100     MOVE 0 TO RST-GL-HASH-TOTAL
142110     MOVE "G" TO RST-SCAN-MODE
142120     MOVE "D" TO RST-MOV-SCAN-BY
142130     MOVE RST-RUN-BUSINESS-DATE TO RST-MOV-SCAN-FROM
142140     MOVE RST-RUN-BUSINESS-DATE TO RST-MOV-SCAN-TO
142150     PERFORM 9540-SCAN-MOVEMENT-HISTORY
142160     MOVE RST-RUN-BUSINESS-DATE TO RST-GLN-DATE
142170     OPEN OUTPUT GL-FILE
142180     IF RST-GL-STATUS NOT = "00"
142190         DISPLAY "Warning: could not open GL extract "
142200             RST-GL-NAME
142210         DISPLAY "status " RST-GL-STATUS
142220         MOVE "E" TO RST-STP-NEW-SEV
142230         MOVE "GL EXTRACT COULD NOT BE OPENED" TO RST-STP-NEW-TEXT
142240         PERFORM 9942-RAISE-STEP-SEVERITY
142250     ELSE
142260         IF RST-GL-RECEIPTS-VALUE > 0
142270             MOVE RST-GL-RECEIPTS-VALUE TO RST-GL-WK-AMOUNT
142280             MOVE "1300" TO RST-GL-DR-ACCOUNT
142290             MOVE "2100" TO RST-GL-CR-ACCOUNT
142300             MOVE "RECEIPTS AT COST" TO RST-GL-WK-DESC
142310             PERFORM 9982-WRITE-GL-PAIR
142320         END-IF
142330         IF RST-GL-ISSUES-VALUE > 0
142340             MOVE RST-GL-ISSUES-VALUE TO RST-GL-WK-AMOUNT
142350             MOVE "5100" TO RST-GL-DR-ACCOUNT
142360             MOVE "1300" TO RST-GL-CR-ACCOUNT
142370             MOVE "ISSUES AT FIFO COST" TO RST-GL-WK-DESC
142380             PERFORM 9982-WRITE-GL-PAIR
142390         END-IF
142400         IF RST-GL-ADJ-IN-VALUE > 0
142410             MOVE RST-GL-ADJ-IN-VALUE TO RST-GL-WK-AMOUNT
142420             MOVE "1300" TO RST-GL-DR-ACCOUNT
142430             MOVE "5200" TO RST-GL-CR-ACCOUNT
142440             MOVE "STOCK ADJUST IN" TO RST-GL-WK-DESC
142450             PERFORM 9982-WRITE-GL-PAIR
142460         END-IF
142470         IF RST-GL-ADJ-OUT-VALUE > 0
142480             MOVE RST-GL-ADJ-OUT-VALUE TO RST-GL-WK-AMOUNT
142490             MOVE "5200" TO RST-GL-DR-ACCOUNT
142500             MOVE "1300" TO RST-GL-CR-ACCOUNT
142510             MOVE "STOCK ADJUST OUT" TO RST-GL-WK-DESC
142520             PERFORM 9982-WRITE-GL-PAIR
142530         END-IF
142540         IF RST-GL-RETURNS-VALUE > 0
142550             MOVE RST-GL-RETURNS-VALUE TO RST-GL-WK-AMOUNT
142560             MOVE "1300" TO RST-GL-DR-ACCOUNT
142570             MOVE "5100" TO RST-GL-CR-ACCOUNT
142580             MOVE "RETURNS AT FIFO COST" TO RST-GL-WK-DESC
142590             PERFORM 9982-WRITE-GL-PAIR
142600         END-IF
142610         IF RST-GL-LANDED-STOCK-VALUE > 0
142620             MOVE RST-GL-LANDED-STOCK-VALUE TO RST-GL-WK-AMOUNT
142630             MOVE "1300" TO RST-GL-DR-ACCOUNT
142640             MOVE "2150" TO RST-GL-CR-ACCOUNT
142650             MOVE "LANDED COST TO STOCK" TO RST-GL-WK-DESC
142660             PERFORM 9982-WRITE-GL-PAIR
142670         END-IF
142680         IF RST-GL-LANDED-COGS-VALUE > 0
142690             MOVE RST-GL-LANDED-COGS-VALUE TO RST-GL-WK-AMOUNT
142700             MOVE "5100" TO RST-GL-DR-ACCOUNT
142710             MOVE "2150" TO RST-GL-CR-ACCOUNT
142720             MOVE "LANDED COST TO COGS" TO RST-GL-WK-DESC
142730             PERFORM 9982-WRITE-GL-PAIR
142740         END-IF
142750         MOVE RST-GL-DETAIL-COUNT TO RST-GLT-COUNT
142760         MOVE RST-GL-HASH-TOTAL TO RST-GLT-HASH
142770         MOVE RST-GL-TRAILER TO GL-RECORD
142780         WRITE GL-RECORD
142790         IF RST-GL-STATUS NOT = "00"
142800             DISPLAY "Warning: could not write GL trailer,"
142810             DISPLAY "status " RST-GL-STATUS
142820         END-IF
142830         CLOSE GL-FILE
142840         DISPLAY "GL extract written to " RST-GL-NAME
142850             " (" RST-GL-DETAIL-COUNT " detail records)."
142860     END-IF.
142870
142880 9982-WRITE-GL-PAIR.
142890     MOVE "D" TO RST-GL-REC-TYPE
142900     MOVE RST-RUN-BUSINESS-DATE TO RST-GL-DATE
142910     MOVE RST-GL-WK-AMOUNT TO RST-GL-AMOUNT
142920     MOVE RST-GL-WK-DESC TO RST-GL-DESC
142930     MOVE RST-GL-DR-ACCOUNT TO RST-GL-ACCOUNT
142940     MOVE "DR" TO RST-GL-DRCR
142950     PERFORM 9984-WRITE-GL-DETAIL
142960     MOVE RST-GL-CR-ACCOUNT TO RST-GL-ACCOUNT
142970     MOVE "CR" TO RST-GL-DRCR
142980     PERFORM 9984-WRITE-GL-DETAIL.
142990
143000 9984-WRITE-GL-DETAIL.
143010     MOVE RST-GL-LINE TO GL-RECORD
143020     WRITE GL-RECORD
143030     IF RST-GL-STATUS NOT = "00"
143040         DISPLAY "Warning: could not write GL detail,"
143050         DISPLAY "status " RST-GL-STATUS
143060     END-IF
143070     ADD 1 TO RST-GL-DETAIL-COUNT
143080     ADD RST-GL-WK-AMOUNT TO RST-GL-HASH-TOTAL.
143090
143100*--------------------------------------------------------------*
143110* ONE AUDIT LINE FOR THE GL TALLY - ONLY THE RUN'S BUSINESS     *
143120* DATE COUNTS, AND ADJUSTMENTS SPLIT BY WHICH WAY THE ON-HAND   *
143130* QUANTITY MOVED SO SHRINKAGE AND GAINS POST TO OPPOSITE        *
143140* SIDES.                                                        *
143150*--------------------------------------------------------------*
143160 9985-TALLY-GL-LINE.
143170     IF RST-AUDP-LINE-VALID
143180             AND RST-AUDP-DATE = RST-RUN-BUSINESS-DATE
143190         EVALUATE RST-AUDP-ACTION
143200             WHEN "RECEIVE"
143210                 ADD RST-AUDP-VALUE TO RST-GL-RECEIPTS-VALUE
143220             WHEN "ISSUE"
143230             WHEN "BACKFILL"
143240             WHEN "ORD-ISSUE"
143250                 ADD RST-AUDP-VALUE TO RST-GL-ISSUES-VALUE
143260*        CUSTOMER RETURNS REVERSE COST OF GOODS AT THE VALUE THE
143270*        SHIPMENT WAS RELIEVED AT, ON THEIR OWN PAIR SO THEY
143280*        NEVER NET SILENTLY AGAINST THE DAY'S ISSUES.
143290             WHEN "RETURN"
143300                 ADD RST-AUDP-VALUE TO RST-GL-RETURNS-VALUE
143310*        A LANDED COST CHARGE CLEARS FREIGHT CLEARING INTO STOCK
143320*        FOR WHAT IS STILL ON HAND AND INTO COST OF GOODS FOR
143330*        WHAT HAS ALREADY BEEN ISSUED.
143340             WHEN "LC-STOCK"
143350                 ADD RST-AUDP-VALUE TO RST-GL-LANDED-STOCK-VALUE
143360             WHEN "LC-COGS"
143370                 ADD RST-AUDP-VALUE TO RST-GL-LANDED-COGS-VALUE
143380             WHEN "ADD"
143390             WHEN "COUNT-ADJ"
143400*        BOTH HALVES OF A KIT BUILD BOOK THROUGH THE
143410*        ADJUSTMENT PAIR - THE COMPONENT COST OUT AND THE KIT
143420*        COST IN NET TO NOTHING INSIDE 1300/5200, INSTEAD OF
143430*        FAKING A COST-OF-GOODS EXPENSE FOR INTERNAL ASSEMBLY.
143440             WHEN "KIT-ISSUE"
143450             WHEN "KIT-BUILD"
143460             WHEN "LOT-WRTOFF"
143470                 IF RST-AUDP-AFTER-QTY
143480                         NOT < RST-AUDP-BEFORE-QTY
143490                     ADD RST-AUDP-VALUE
143500                         TO RST-GL-ADJ-IN-VALUE
143510                 ELSE
143520                     ADD RST-AUDP-VALUE
143530                         TO RST-GL-ADJ-OUT-VALUE
143540                 END-IF
143550             WHEN OTHER
143560                 CONTINUE
143570         END-EVALUATE
143580     END-IF.
143590
143600 9975-PRINT-WORKSHEET-LINE.
143610     MOVE "Y" TO RST-ABC-TAKEN (RST-WKS-OLDEST-SUB)
143620     ADD 1 TO RST-WKS-PICKED
143630     ADD 1 TO RST-WKS-LINES
143640     MOVE RST-WKS-CLASS TO RST-WKD-CLASS
143650     MOVE RST-PRODUCT-ID (RST-WKS-OLDEST-SUB)
143660         TO RST-WKD-PRODUCT-ID
143670     MOVE RST-PRODUCT-NAME (RST-WKS-OLDEST-SUB)
143680         TO RST-WKD-PRODUCT-NAME
143690     MOVE RST-HOME-LOCATION (RST-WKS-OLDEST-SUB)
143700         TO RST-WKD-LOCATION
143710     MOVE RST-PRODUCT-QTY (RST-WKS-OLDEST-SUB) TO RST-WKD-QTY
143720     IF RST-LAST-COUNT-DATE (RST-WKS-OLDEST-SUB) = 0
143730         MOVE "NEVER" TO RST-WKD-LAST-COUNTED
143740     ELSE
143750         MOVE RST-LAST-COUNT-DATE (RST-WKS-OLDEST-SUB)
143760             TO RST-WKD-LAST-COUNTED
143770     END-IF
143780     MOVE RST-WKS-DETAIL TO RST-PRINT-LINE
143790     PERFORM 9950-WRITE-REPORT-LINE.
143800
143810 9950-WRITE-REPORT-LINE.
143820     IF RST-BATCH-MODE
143830         MOVE RST-PRINT-LINE TO REPORT-WORK-RECORD
143840         WRITE REPORT-WORK-RECORD
143850     ELSE
143860         DISPLAY RST-PRINT-LINE
143870     END-IF.
