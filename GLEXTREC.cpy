000100******************************************************************
000200* GLEXTREC.CPY
000300* GENERAL LEDGER JOURNAL FEED RECORD. EACH TOTALS RUN APPENDS ONE
000400* BALANCED JOURNAL AT FINALIZE TIME - A DEBIT LINE AND A CREDIT
000500* LINE FOR EVERY BRANCH + CURRENCY + TRANSACTION TYPE BUCKET THAT
000600* POSTED, EACH TO THE ACCOUNT THE GL ACCOUNT-MAPPING FILE NAMES
000700* FOR IT, FOLLOWED BY ONE CONTROL TRAILER PROVING THE DEBITS
000750* EQUAL THE CREDITS - SO THE LEDGER TEAM LOADS THE JOURNAL AS IT
000760* STANDS INSTEAD OF RE-KEYING IT OFF THE DAILY TOTALS REPORT.
000770*
000780* LAYOUT MATCHES WHAT THE GENERAL LEDGER FEED EXPECTS - FIXED
000790* WIDTH, NO DELIMITERS, ZERO-FILLED NUMERICS. EVERY RECORD OPENS
000791* WITH THE SOURCE SYSTEM, RUN DATE AND RUN TIME OF THE JOURNAL IT
000792* BELONGS TO AND A RECORD TYPE: L FOR A JOURNAL LINE, T FOR THE
000793* CONTROL TRAILER THAT CLOSES THE JOURNAL.
000794*
000795* LINE AMOUNTS ARE IN THE BASE CURRENCY (BRL) AT THE RATE THE
000796* BUCKET CONVERTED AT, AND ARE ALWAYS POSITIVE - THE DIRECTION
000797* IS CARRIED BY GL-DR-CR-SW. GL-LINE-CURRENCY NAMES THE ORIGINAL
000798* CURRENCY OF THE BUCKET.
000805*
000813* THE IOF TAX ON FOREIGN-CURRENCY ITEMS GOES OUT AS LINES OF ITS
000821* OWN - TRANSACTION TYPE X FOR THE TAX CHARGED, Y FOR THE TAX
000829* REVERSALS RECLAIMED. THEY BALANCE LIKE ANY OTHER LINE BUT ARE
000837* NOT PART OF THE RUN'S NET FIGURE OR ITS GROSS MOVEMENT.
000845*
000852* THE TRAILER CARRIES THE LINE COUNT, THE DEBIT AND CREDIT TOTALS
000860* (EQUAL IN A GOOD JOURNAL), THE TRANSACTION COUNT OF THE RUN AND
000868* ITS NET FIGURE - GROSS ADDITIONS LESS REVERSALS, WITH AN
000876* EXPLICIT LEADING SIGN - SO THE PROOF STEP CAN TIE THE JOURNAL
000884* BACK TO AN INDEPENDENT RE-TOTAL.
000892******************************************************************
000900 01  GL-EXTRACT-RECORD.
001000     03  GL-SOURCE-SYSTEM        PIC X(10).
001100     03  GL-RUN-DATE             PIC 9(08).
001200     03  GL-RUN-TIME             PIC 9(08).
001210     03  GL-RECORD-TYPE          PIC X(01).
001220         88  GL-JOURNAL-LINE     VALUE "L".
001230         88  GL-CONTROL-TRAILER  VALUE "T".
001240     03  GL-RECORD-BODY          PIC X(49).
001250*
001260*    JOURNAL LINE VIEW.
001270*
001280     03  GL-LINE-BODY REDEFINES GL-RECORD-BODY.
001290         05  GL-LINE-NUMBER      PIC 9(06).
001300         05  GL-ACCOUNT          PIC X(10).
001310         05  GL-DR-CR-SW         PIC X(01).
001320             88  GL-DEBIT-LINE   VALUE "D".
001330             88  GL-CREDIT-LINE  VALUE "C".
001340         05  GL-LINE-BRANCH      PIC X(04).
001350         05  GL-LINE-CURRENCY    PIC X(03).
001360         05  GL-LINE-TRAN-TYPE   PIC X(01).
001370             88  GL-LINE-REVERSAL    VALUE "R".
001375             88  GL-LINE-TAX         VALUE "X" "Y".
001380         05  GL-LINE-AMOUNT      PIC 9(09)V99.
001390         05  GL-LINE-TRAN-COUNT  PIC 9(06).
001400         05  FILLER              PIC X(07).
001410*
001420*    CONTROL TRAILER VIEW.
001430*
001440     03  GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
001450         05  GL-TRAN-COUNT       PIC 9(06).
001460         05  GL-LINE-COUNT       PIC 9(06).
001470         05  GL-DEBIT-TOTAL      PIC 9(09)V99.
001480         05  GL-CREDIT-TOTAL     PIC 9(09)V99.
001490         05  GL-GRAND-TOTAL      PIC S9(09)V99
001495                                 SIGN IS LEADING SEPARATE.
001500         05  FILLER              PIC X(03).
