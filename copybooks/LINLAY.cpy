000010*    -------------------------------------------------------
000020*    LINLAY - RECORD LINEAGE MASTER RECORD. ONE PER INPUT
000030*    RECORD OF EVERY NIGHTLY CONVERSION RUN, KEPT IN THE
000040*    LINMSTR VSAM KSDS SO ONE RECORD'S WHOLE HISTORY CAN BE
000050*    ANSWERED FROM ONE PLACE - THE BLIN ONLINE TRACE (PROGRAM
000060*    BLINQ) AND THE BLINRPT BATCH TRACE BOTH READ IT. BLINLOAD
000070*    MAINTAINS IT IN THREE PASSES: THE NIGHT'S LOAD (BXRFJOB -
000080*    INPUT VALUE, FEED, CONVERSION RESULT OR REJECT REASON AND
000090*    RULE, REPAIR CYCLE FROM THE AGEING LEDGER), THE REPAIR
000100*    PASS (BRPRJOB - THE CORRECTION AND ITS REVIEW OFF THE
000110*    REJECT MASTER, AND THE RESUBMITTED RECORD'S OUTCOME) AND
000120*    THE LOOKUP PASS (BAUDJOB - BCNV INQUIRIES OF THE VALUE).
000130*    THE KEY IS THE RUN DATE PLUS THE RECORD NUMBER (THE SAME
000140*    PHYSICAL POSITION REJECTS AND REPAIRS HAVE ALWAYS KEYED
000150*    ON), RECORD IS 400 BYTES, KEY IS THE FIRST 15. AN
000160*    ALTERNATE INDEX OVER LIN-VALUE-KEY (NON-UNIQUE - THE SAME
000170*    VALUE ARRIVES ON MANY NIGHTS) ANSWERS A TRACE BY VALUE;
000180*    ITS SIGN BYTE IS NORMALISED TO '+' WHEN NOT '-', THE SAME
000186*    RULE XREFLAY FOLLOWS, AND A VALUE PAST TEN DIGITS TAKES
000192*    THE SAME PACKED FORM OF THE KEY THAT XREFLAY DESCRIBES.
000198*    LIN-IN-RAW KEEPS THE VALUE EXACTLY AS THE EXTRACT CARRIED
000204*    IT.
000210*    -------------------------------------------------------
000220*    DATE       INIT  DESCRIPTION
000230*    11/30/2024 DKW   ORIGINAL - ADDED WITH THE BLINLOAD
000240*                     LINEAGE LOAD AND THE BLIN AND BLINRPT
000250*                     TRACES, SO THE WRITER AND THE READERS
000260*                     COPY THE SAME LAYOUT.
000261*    01/04/2025 DKW   PACKED VIEW OF THE VALUE KEY FOR VALUES
000262*                     PAST TEN DIGITS, AND LIN-RPR-LEAD (OUT OF
000263*                     THE FILLER) FOR THE HIGH-ORDER DIGITS OF
000264*                     A WIDE CORRECTION - SPACES WHEN IT FITS
000265*                     TEN DIGITS. LENGTH UNCHANGED.
000270*    -------------------------------------------------------
000280 01  WS-LIN-RECORD.
000290     05  LIN-KEY.
000300         10  LIN-RUN-DATE           PIC X(08).
000310         10  LIN-REC-NO             PIC X(07).
000320     05  LIN-VALUE-KEY.
000330         10  LIN-VK-SIGN            PIC X(01).
000340         10  LIN-VK-VALUE           PIC X(10).
000343         10  LIN-VK-WIDE REDEFINES LIN-VK-VALUE
000346                                    PIC 9(19) COMP-3.
000350     05  LIN-FEED-ID                PIC X(08).
000360     05  LIN-JOB-NAME               PIC X(08).
000370     05  LIN-IN-RAW                 PIC X(20).
000380*    WHAT THE NIGHT'S RUN DID WITH THE RECORD.
000390     05  LIN-OUTCOME                PIC X(01).
000400         88  LIN-WAS-CONVERTED              VALUE 'C'.
000410         88  LIN-WAS-REJECTED               VALUE 'R'.
000420     05  LIN-CONVENTION             PIC X(02).
000430     05  LIN-RADIX                  PIC X(02).
000440     05  LIN-RESULT-SIGN            PIC X(01).
000450     05  LIN-RESULT-VALUE           PIC X(64).
000460     05  LIN-REASON                 PIC X(40).
000470*    THE BUSINESS RULE THAT FIRED - SPACES FOR AN EDIT-CHECK
000480*    REJECT (NOT NUMERIC, BAD SIGN, OUT OF WIDTH).
000490     05  LIN-RULE-ID                PIC X(08).
000500*    REPAIR CYCLE OF A REJECT - THE NIGHTS IT HAS BEEN OPEN,
000510*    COUNTING THIS ONE, AND THE NIGHT IT WAS FIRST SEEN, AS
000520*    THE AGEING LEDGER RECKONS THEM.
000530     05  LIN-CYCLE-COUNT            PIC 9(03).
000540     05  LIN-FIRST-SEEN             PIC X(08).
000550*    THE CORRECTION KEYED ON BRPR AND ITS BRAP REVIEW, AS THE
000560*    REJECT MASTER STOOD WHEN THE REPAIR CYCLE RAN.
000570     05  LIN-RPR-STATUS             PIC X(01).
000580     05  LIN-RPR-ACTION             PIC X(01).
000590     05  LIN-RPR-SIGN               PIC X(01).
000600     05  LIN-RPR-VALUE              PIC X(10).
000610     05  LIN-RPR-KEY-OPER           PIC X(08).
000620     05  LIN-RPR-APV-OPER           PIC X(08).
000630*    THE RESUBMITTED CORRECTION'S OUTCOME IN THE REPAIR RUN.
000640     05  LIN-RSB-DATE               PIC X(08).
000650     05  LIN-RSB-OUTCOME            PIC X(01).
000660         88  LIN-RSB-CONVERTED              VALUE 'C'.
000670         88  LIN-RSB-REJECTED               VALUE 'R'.
000680     05  LIN-RSB-CONVENTION         PIC X(02).
000690     05  LIN-RSB-RESULT-SIGN        PIC X(01).
000700     05  LIN-RSB-RESULT-VALUE       PIC X(64).
000710     05  LIN-RSB-REASON             PIC X(40).
000720*    BCNV INQUIRIES OF THE VALUE DRAINED SINCE THE RECORD WAS
000730*    LOADED - HOW MANY, AND THE LATEST ONE.
000740     05  LIN-AUD-COUNT              PIC 9(05).
000750     05  LIN-AUD-LAST-STAMP         PIC X(14).
000760     05  LIN-AUD-LAST-OPER          PIC X(08).
000770*    HIGH-ORDER NINE DIGITS OF A CORRECTION PAST TEN DIGITS -
000780*    LIN-RPR-VALUE HOLDS THE LOW-ORDER TEN.
000790     05  LIN-RPR-LEAD               PIC X(09).
000800     05  FILLER                     PIC X(28).
