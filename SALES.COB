           SELECT POFILE ASSIGN TO "C:\FCOB\PORDERS.TXT".
           SELECT OPTIONAL CUSTFILE ASSIGN TO "C:\FCOB\CUSTOMER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIFILE ASSIGN TO "C:\FCOB\SUPINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APFILE ASSIGN TO "C:\FCOB\PAYABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APARCH ASSIGN TO "C:\FCOB\APARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLAFILE ASSIGN TO "C:\FCOB\GLACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLJFILE ASSIGN TO "C:\FCOB\GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLCFILE ASSIGN TO "C:\FCOB\GLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PMTFILE ASSIGN TO "C:\FCOB\PAYMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RHFILE ASSIGN TO "C:\FCOB\RCVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOMFILE ASSIGN TO "C:\FCOB\BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WOFILE ASSIGN TO "C:\FCOB\WORKORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WOCTL ASSIGN TO "C:\FCOB\WOCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRLFILE ASSIGN TO "C:\FCOB\PRICELST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCCFILE ASSIGN TO "C:\FCOB\SCORECFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCRFILE ASSIGN TO "C:\FCOB\SCORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DLVFILE ASSIGN TO "C:\FCOB\DLVLINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DLHFILE ASSIGN TO "C:\FCOB\DLVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DLCFILE ASSIGN TO "C:\FCOB\DLVCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVRFILE ASSIGN TO "C:\FCOB\OVERRIDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORDFILE ASSIGN TO "C:\FCOB\ORDCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POCTL ASSIGN TO "C:\FCOB\POCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATRES ASSIGN TO "C:\FCOB\BATRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCFILE ASSIGN TO "C:\FCOB\LOCATION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LSFILE ASSIGN TO "C:\FCOB\LOCSTK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRFFILE ASSIGN TO "C:\FCOB\TRANSFER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRFCTL ASSIGN TO "C:\FCOB\TRFCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRFARCH ASSIGN TO "C:\FCOB\TRFARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
           05 QUANTITY PIC 9(5).
           05 PRICE PIC 9(5)V99.
           05 UNITCOST PIC 9(5)V99.
           05 VATCODE PIC X(1).
       FD OUTFILE.
       01 OUTREC.
           05 PCODE PIC X(7).
           05 DT-PRICE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 DT-COST PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 DT-LPRICE PIC 9(5)V99.
       FD BAKFILE.
       01 BAK-REC PIC X(47).
       FD CHKFILE.
       01 CHK-REC.
           05 CHK-KEY PIC X(7).
           05 RCV-LOT PIC X(10).
           05 FILLER PIC X(1).
           05 RCV-EXPIRY PIC 9(6).
           05 FILLER PIC X(1).
           05 RCV-LOC PIC X(4).
       FD CNTFILE.
       01 CNT-REC.
           05 CNT-CODE PIC X(7).
           05 CUST-CODE PIC X(5).
           05 FILLER PIC X(1).
           05 CUST-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 CUST-ADDR PIC X(30).
           05 FILLER PIC X(1).
           05 CUST-CONTACT PIC X(20).
           05 FILLER PIC X(1).
           05 CUST-TERMS PIC 9(3).
           05 FILLER PIC X(1).
           05 CUST-LIMIT PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 CUST-HOLD PIC X(1).
           05 FILLER PIC X(1).
           05 CUST-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 CUST-PLIST PIC X(4).
           05 FILLER PIC X(1).
           05 CUST-ROUTE PIC X(4).
       FD SIFILE.
       01 SI-REC PIC X(97).
       FD APFILE.
       01 AP-REC PIC X(58).
       FD APARCH.
       01 APARCH-REC PIC X(58).
       FD GLAFILE.
       01 GLA-REC.
           05 GLA-KEY PIC X(4).
           05 FILLER PIC X(1).
           05 GLA-ACCT PIC X(10).
           05 FILLER PIC X(1).
           05 GLA-DESC PIC X(20).
       FD GLJFILE.
       01 GLJ-REC.
           05 GLJ-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 GLJ-ACCT PIC X(10).
           05 FILLER PIC X(1).
           05 GLJ-DR PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 GLJ-CR PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 GLJ-DESC PIC X(20).
       FD GLCFILE.
       01 GLC-REC.
           05 GLC-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 GLC-RUN PIC 9(6).
           05 FILLER PIC X(1).
           05 GLC-OPID PIC X(8).
           05 FILLER PIC X(1).
           05 GLC-TOTAL PIC 9(12)V99.
       FD PMTFILE.
       01 PMT-REC.
           05 PMT-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 PMT-ORDNO PIC 9(6).
           05 FILLER PIC X(1).
           05 PMT-CUST PIC X(5).
           05 FILLER PIC X(1).
           05 PMT-AMT PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 PMT-OPID PIC X(8).
       FD RHFILE.
       01 RH-REC.
           05 RH-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 RH-PONO PIC X(6).
           05 FILLER PIC X(1).
           05 RH-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 RH-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 RH-PRICE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 RH-VATCD PIC X(1).
           05 FILLER PIC X(1).
           05 RH-NET PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 RH-VAT PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 RH-GROSS PIC 9(10)V99.
       FD BOMFILE.
       01 BOM-REC.
           05 BOM-PARENT PIC X(7).
           05 FILLER PIC X(1).
           05 BOM-COMP PIC X(7).
           05 FILLER PIC X(1).
           05 BOM-QTY PIC 9(4).
       FD WOFILE.
       01 WOL-REC.
           05 WOL-NO PIC 9(6).
           05 FILLER PIC X(1).
           05 WOL-KIND PIC X(1).
           05 FILLER PIC X(1).
           05 WOL-ROLE PIC X(1).
           05 FILLER PIC X(1).
           05 WOL-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 WOL-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 WOL-UCOST PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 WOL-LOT PIC X(10).
           05 FILLER PIC X(1).
           05 WOL-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 WOL-OPID PIC X(8).
       FD WOCTL.
       01 WON-REC.
           05 WON-LAST PIC 9(6).
       FD PRLFILE.
       01 PRL-REC.
           05 PRL-LIST PIC X(4).
           05 FILLER PIC X(1).
           05 PRL-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 PRL-MINQ PIC 9(5).
           05 FILLER PIC X(1).
           05 PRL-PRICE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 PRL-FROM PIC 9(6).
           05 FILLER PIC X(1).
           05 PRL-TO PIC 9(6).
       FD SCCFILE.
       01 SCC-REC.
           05 SCC-LEAD PIC 9(3).
           05 FILLER PIC X(1).
           05 SCC-MINOT PIC 9(3).
           05 FILLER PIC X(1).
           05 SCC-MINFILL PIC 9(3).
       FD SCRFILE.
       01 SCR-REC.
           05 SCR-SUPP PIC X(5).
           05 FILLER PIC X(1).
           05 SCR-MONTH PIC X(4).
           05 FILLER PIC X(1).
           05 SCR-LEAD PIC 9(3).
           05 FILLER PIC X(1).
           05 SCR-OTPCT PIC 9(3).
           05 FILLER PIC X(1).
           05 SCR-FILLPCT PIC 9(3).
           05 FILLER PIC X(1).
           05 SCR-RETPCT PIC 9(4).
           05 FILLER PIC X(1).
           05 SCR-FLAG PIC X(4).
       FD DLVFILE.
       01 DLV-REC.
           05 DLV-ORDNO PIC 9(6).
           05 FILLER PIC X(1).
           05 DLV-CUST PIC X(5).
           05 FILLER PIC X(1).
           05 DLV-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 DLV-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 DLV-DQTY PIC 9(5).
           05 FILLER PIC X(1).
           05 DLV-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 DLV-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 DLV-ROUTE PIC X(4).
           05 FILLER PIC X(1).
           05 DLV-ODATE PIC 9(6).
           05 FILLER PIC X(1).
           05 DLV-RUN PIC 9(6).
           05 FILLER PIC X(1).
           05 DLV-VEH PIC X(8).
           05 FILLER PIC X(1).
           05 DLV-DRIVER PIC X(10).
           05 FILLER PIC X(1).
           05 DLV-LDATE PIC 9(6).
           05 FILLER PIC X(1).
           05 DLV-DDATE PIC 9(6).
           05 FILLER PIC X(1).
           05 DLV-OPID PIC X(8).
       FD DLHFILE.
       01 DLH-REC PIC X(101).
       FD DLCFILE.
       01 DLN-REC.
           05 DLN-LAST PIC 9(6).
       FD OVRFILE.
       01 OVR-REC PIC X(66).
       FD ORDFILE.
       01 ORD-REC.
           05 ORD-LAST PIC 9(6).
           05 PL-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 PL-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 PL-PRICE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 PL-RDATE PIC 9(6).
           05 FILLER PIC X(1).
           05 PL-CDATE PIC 9(6).
       FD INVFILE.
       01 INV-REC.
           05 INV-ORDNO PIC 9(6).
           05 INV-PAID PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 INV-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 INV-VSALE PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 INV-VAT PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 INV-ZSALE PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 INV-XSALE PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 INV-DDATE PIC 9(6).
       FD QUARFILE.
       01 QUAR-REC.
           05 QUAR-CODE PIC X(7).
           05 LOT-EXP PIC 9(6).
           05 FILLER PIC X(1).
           05 LOT-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 LOT-LOC PIC X(4).
       FD BOFILE.
       01 BO-REC.
           05 BO-CODE PIC X(7).
       FD AUDARCH.
       01 AUDARCH-REC PIC X(58).
       FD DISPARCH.
       01 DISPARCH-REC PIC X(66).
       FD AUDWORK.
       01 AUDWORK-REC PIC X(58).
       FD DISPWORK.
       01 DISPWORK-REC PIC X(66).
       FD ARCAWORK.
       01 ARCAWORK-REC PIC X(58).
       FD ARCDWORK.
       01 ARCDWORK-REC PIC X(66).
       FD MOSFILE.
       01 MOS-REC PIC X(80).
       FD BATCTL.
       01 RUNLOG-REC PIC X(80).
       FD BATRES.
       01 BATRES-REC PIC X(30).
       FD LOCFILE.
       01 LOC-REC.
           05 LOC-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 LOC-NAME PIC X(20).
       FD LSFILE.
       01 LS-REC.
           05 LS-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 LS-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 LS-QTY PIC 9(5).
       FD TRFFILE.
       01 TRF-REC.
           05 TRF-NO PIC 9(6).
           05 FILLER PIC X(1).
           05 TRF-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 TRF-FROM PIC X(4).
           05 FILLER PIC X(1).
           05 TRF-TO PIC X(4).
           05 FILLER PIC X(1).
           05 TRF-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 TRF-SDATE PIC 9(6).
           05 FILLER PIC X(1).
           05 TRF-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 TRF-RDATE PIC 9(6).
           05 FILLER PIC X(1).
           05 TRF-OPID PIC X(8).
       FD TRFCTL.
       01 TRN-REC.
           05 TRN-LAST PIC 9(6).
       FD TRFARCH.
       01 TRFARCH-REC PIC X(55).
       WORKING-STORAGE SECTION.
       01 HDG1.
           05 FILLER PIC X(32).
       01 OPM-PERMS PIC X(30) VALUE SPACES.
       01 BATCH-MODE PIC X VALUE "N".
       01 BATCH-FAIL PIC X VALUE "N".
       01 BATCH-WARN PIC X VALUE "N".
       01 BATCH-JOB PIC X(8) VALUE SPACES.
       01 BATCH-PARM PIC X(4) VALUE SPACES.
       01 RLOG-LINE.
           05 BRES-JOB PIC X(8).
           05 FILLER PIC X(1).
           05 BRES-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 BRES-RC PIC 9(2).
           05 FILLER PIC X(7).
       01 AUDIT-DETAILS.
           05 AUD-OLDQTY PIC 9(5).
           05 AUD-OLDPRI PIC 9(5)V99.
       01 QTYOUT PIC 9(5) VALUE ZERO.
       01 RCV-POSTED PIC 9(3) VALUE ZERO.
       01 RCV-RUNLOC PIC X(4) VALUE SPACES.
       01 RCV-EXCEPT PIC 9(3) VALUE ZERO.
       01 RCV-NET PIC 9(11)V99 VALUE ZERO.
       01 RCV-VAT PIC 9(11)V99 VALUE ZERO.
       01 RCV-GROSS PIC 9(11)V99 VALUE ZERO.
       01 RCV-EXC-LINE.
           05 FILLER PIC X(16).
           05 RCVX-CODE PIC X(7).
           05 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
           05 RCVT-EXCEPT PIC ZZ9.
           05 FILLER PIC X(32).
       01 RCV-VAT-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "NET: ".
           05 RCVV-NET PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  VAT: ".
           05 RCVV-VAT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  GROSS: ".
           05 RCVV-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(16).
       01 AUDARCH-STATUS PIC X(2).
       01 DISPARCH-STATUS PIC X(2).
       01 AUDFILE-STATUS PIC X(2).
           05 GMT-PRICE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 GMT-COST PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 GMT-LPRICE PIC 9(5)V99.
       01 GM-CNT PIC 9(4) VALUE ZERO.
       01 GM-NDX PIC 9(4) VALUE ZERO.
       01 GM-HIT PIC 9(4) VALUE ZERO.
       01 GM-COST PIC 9(10)V99 VALUE ZERO.
       01 GM-MARG PIC S9(10)V99 VALUE ZERO.
       01 GM-TMARG PIC S9(11)V99 VALUE ZERO.
       01 GM-UDISC PIC S9(5)V99 VALUE ZERO.
       01 GM-DISC PIC S9(10)V99 VALUE ZERO.
       01 GM-TDISC PIC S9(11)V99 VALUE ZERO.
       01 GM-NOLIST PIC 9(4) VALUE ZERO.
       01 GM-TAB.
           05 GM-ENTRY OCCURS 999 TIMES.
               10 GP-CODE PIC X(7).
               10 GP-UNITS PIC 9(7).
               10 GP-SALES PIC 9(10)V99.
               10 GP-COST PIC 9(10)V99.
               10 GP-DISC PIC S9(10)V99.
       01 GM-MTAB.
           05 GM-MENTRY OCCURS 48 TIMES.
               10 GMN-MONTH PIC X(4).
               10 GMN-UNITS PIC 9(7).
               10 GMN-SALES PIC 9(10)V99.
               10 GMN-COST PIC 9(10)V99.
               10 GMN-DISC PIC S9(10)V99.
       01 GM-TITLE1.
           05 FILLER PIC X(1).
           05 FILLER PIC X(23) VALUE "GROSS MARGIN BY PRODUCT".
       01 GM-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "UNITS".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "SALES".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "DISCOUNT".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "COST".
           05 FILLER PIC X(1).
           05 FILLER PIC X(15) VALUE "MARGIN".
           05 FILLER PIC X(3).
       01 GM-LINE.
           05 FILLER PIC X(1).
           05 GMX-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 GMX-UNITS PIC ZZZZZZ9.
           05 FILLER PIC X(1).
           05 GMX-SALES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GMX-DISC PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 GMX-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GMX-MARG PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(3).
       01 GM-MHDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "YYMM".
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "UNITS".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "SALES".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "DISCOUNT".
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "COST".
           05 FILLER PIC X(1).
           05 FILLER PIC X(15) VALUE "MARGIN".
           05 FILLER PIC X(6).
       01 GM-MLINE.
           05 FILLER PIC X(1).
           05 GMMX-MONTH PIC X(4).
           05 FILLER PIC X(1).
           05 GMMX-UNITS PIC ZZZZZZ9.
           05 FILLER PIC X(1).
           05 GMMX-SALES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GMMX-DISC PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 GMMX-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GMMX-MARG PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(6).
       01 GM-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE "TOTAL MARGIN: ".
           05 FILLER PIC X(21) VALUE "LINES WITHOUT PRICE: ".
           05 GMT-SKIP PIC ZZZ9.
           05 FILLER PIC X(19).
       01 GM-DTOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(16) VALUE "TOTAL DISCOUNT: ".
           05 GMT-TDISC PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2).
           05 FILLER PIC X(26) VALUE "LINES WITHOUT LIST PRICE: ".
           05 GMT-NOLIST PIC ZZZ9.
           05 FILLER PIC X(14).
       01 SRCH-MODE PIC 9 VALUE ZERO.
       01 SRCH-TEXT PIC X(20) VALUE SPACES.
       01 SRCH-LEN PIC 99 VALUE ZERO.
           05 FILLER PIC X(11).
       01 SO-CUST PIC X(5) VALUE SPACES.
       01 SO-CUSTNAME PIC X(20) VALUE SPACES.
       01 SO-LOC PIC X(4) VALUE SPACES.
       01 SO-AVAIL PIC 9(5) VALUE ZERO.
       01 SO-CTERMS PIC 9(3) VALUE 30.
       01 SO-CLIMIT PIC 9(8)V99 VALUE ZERO.
       01 SO-CHOLD PIC X VALUE "N".
       01 SO-CSTAT PIC X VALUE "A".
       01 SO-OPENBAL PIC S9(11)V99 VALUE ZERO.
       01 SO-WBAL PIC S9(11)V99 VALUE ZERO.
       01 SO-EXPO PIC S9(11)V99 VALUE ZERO.
       01 SO-CRREASON PIC X(4) VALUE SPACES.
       01 SO-OVR PIC X VALUE "N".
       01 SO-OVRID PIC X(8) VALUE SPACES.
       01 SO-OVRPW PIC X(8) VALUE SPACES.
       01 SO-CR-LINE.
           05 FILLER PIC X(6) VALUE "OPEN: ".
           05 SOCR-OPEN PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(9) VALUE "  ORDER: ".
           05 SOCR-ORDER PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  LIMIT: ".
           05 SOCR-LIMIT PIC ZZ,ZZZ,ZZ9.99.
       01 SO-ORDNO PIC 9(6) VALUE ZERO.
       01 SO-OK PIC X VALUE "N".
       01 CUST-FOUND PIC X VALUE "N".
       01 SO-TOT PIC 9(10)V99 VALUE ZERO.
       01 SO-VSALE PIC 9(10)V99 VALUE ZERO.
       01 SO-VATAMT PIC 9(10)V99 VALUE ZERO.
       01 SO-ZSALE PIC 9(10)V99 VALUE ZERO.
       01 SO-XSALE PIC 9(10)V99 VALUE ZERO.
       01 VAT-RATE PIC V99 VALUE .12.
       01 VAT-FACTOR PIC 9V99 VALUE ZERO.
       01 VAT-WCODE PIC X(1) VALUE SPACE.
       01 VAT-GROSS PIC 9(10)V99 VALUE ZERO.
       01 VAT-NET PIC 9(10)V99 VALUE ZERO.
       01 VAT-AMT PIC 9(10)V99 VALUE ZERO.
       01 SO-WCODE PIC X(7) VALUE SPACES.
       01 SO-WQTY PIC 9(5) VALUE ZERO.
       01 SO-DUP PIC X VALUE "N".
               10 SO-PRICE PIC 9(5)V99.
               10 SO-COST PIC 9(5)V99.
               10 SO-LTOT PIC 9(10)V99.
               10 SO-VAT PIC X(1).
               10 SO-LNET PIC 9(10)V99.
               10 SO-LVAT PIC 9(10)V99.
               10 SO-LPRICE PIC 9(5)V99.
               10 SO-LDISC PIC S9(10)V99.
       01 SO-HDG-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(16) VALUE "SALES ORDER NO: ".
           05 SOC-CODE PIC X(5).
           05 FILLER PIC X(2).
           05 SOC-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 FILLER PIC X(12) VALUE "PRICE LIST: ".
           05 SOC-PLIST PIC X(4).
           05 FILLER PIC X(9) VALUE "  ROUTE: ".
           05 SOC-ROUTE PIC X(4).
           05 FILLER PIC X(11).
       01 PICK-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(12) VALUE "PICKING LIST".
           05 FILLER PIC X(2).
           05 FILLER PIC X(10) VALUE "LOCATION: ".
           05 PIKH-LOC PIC X(4).
           05 FILLER PIC X(51).
       01 PICK-LINE.
           05 FILLER PIC X(1).
           05 PIK-CODE PIC X(7).
           05 FILLER PIC X(9) VALUE "PRICE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "LINE TOTAL".
           05 FILLER PIC X(2).
           05 FILLER PIC X(3) VALUE "VAT".
           05 FILLER PIC X(9).
       01 SODOC-LINE.
           05 FILLER PIC X(1).
           05 SOD-CODE PIC X(7).
           05 SOD-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SOD-LTOT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SOD-VAT PIC X(1).
           05 FILLER PIC X(11).
       01 SO-TOT-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(13) VALUE "GROSS TOTAL: ".
           05 SOT-TOT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(50).
       01 SO-VAT-LINE.
           05 FILLER PIC X(1).
           05 SOV-LABEL PIC X(20).
           05 SOV-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SO-VAT-LABEL.
           05 FILLER PIC X(4) VALUE "VAT ".
           05 SOVL-RATE PIC Z9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(13) VALUE SPACES.
       01 PO-HDR-DONE PIC X VALUE "N".
       01 PO-ANY-SUP PIC X VALUE "N".
       01 PO-SUP-OK PIC X VALUE "N".
       01 PT-FULL PIC X VALUE "N".
       01 PO-TAB.
           05 PT-ENTRY OCCURS 999 TIMES.
               10 PT-RAW PIC X(63).
               10 PT-FIELDS REDEFINES PT-RAW.
                   15 PT-PONO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 PT-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 PT-DATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 PT-PRICE PIC 9(5)V99.
                   15 FILLER PIC X(1).
                   15 PT-RDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 PT-CDATE PIC 9(6).
       01 AP-MODE PIC 9 VALUE ZERO.
       01 SIE-SUPP PIC X(5) VALUE SPACES.
       01 SIE-INVNO PIC X(10) VALUE SPACES.
       01 SIE-INVDATE PIC 9(6) VALUE ZERO.
       01 SIE-TERMS PIC 9(3) VALUE ZERO.
       01 SIE-DUE PIC 9(6) VALUE ZERO.
       01 SIE-DUE-R REDEFINES SIE-DUE.
           05 SIE-DUE-YY PIC 9(2).
           05 SIE-DUE-MM PIC 9(2).
           05 SIE-DUE-DD PIC 9(2).
       01 SIE-DAYNO PIC 9(7) VALUE ZERO.
       01 SIE-YY PIC 9(5) VALUE ZERO.
       01 SIE-REM PIC 9(5) VALUE ZERO.
       01 SIE-MM PIC 9(2) VALUE ZERO.
       01 SIE-DD PIC 9(2) VALUE ZERO.
       01 SIA-DEC PIC X VALUE SPACE.
       01 SIA-APFAIL PIC X VALUE "N".
       01 SIE-WPONO PIC 9(6) VALUE ZERO.
       01 SIE-WCODE PIC X(7) VALUE SPACES.
       01 SIE-WQTY PIC 9(5) VALUE ZERO.
       01 SIE-WPRICE PIC 9(5)V99 VALUE ZERO.
       01 SIE-DUP PIC X VALUE "N".
       01 SIE-PREV PIC 9(7) VALUE ZERO.
       01 SIE-BILLED PIC 9(7) VALUE ZERO.
       01 SIE-HELD PIC 99 VALUE ZERO.
       01 SIE-TOT PIC 9(10)V99 VALUE ZERO.
       01 SIE-DETAILS.
           05 SE-CNT PIC 99 VALUE ZERO.
           05 SE-NDX PIC 99 VALUE ZERO.
           05 SE-ENTRY OCCURS 15 TIMES.
               10 SE-PONO PIC 9(6).
               10 SE-CODE PIC X(7).
               10 SE-QTY PIC 9(5).
               10 SE-PRICE PIC 9(5)V99.
               10 SE-AMT PIC 9(10)V99.
               10 SE-STAT PIC X(1).
               10 SE-REASON PIC X(4).
       01 SI-CNT PIC 9(4) VALUE ZERO.
       01 SI-NDX PIC 9(4) VALUE ZERO.
       01 SI-NDX2 PIC 9(4) VALUE ZERO.
       01 SI-FULL PIC X VALUE "N".
       01 SI-TAB.
           05 SI-ENTRY OCCURS 999 TIMES.
               10 SI-RAW PIC X(97).
               10 SI-FIELDS REDEFINES SI-RAW.
                   15 SIF-SUPP PIC X(5).
                   15 FILLER PIC X(1).
                   15 SIF-INVNO PIC X(10).
                   15 FILLER PIC X(1).
                   15 SIF-INVDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 SIF-DUE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 SIF-PONO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 SIF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 SIF-QTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 SIF-PRICE PIC 9(5)V99.
                   15 FILLER PIC X(1).
                   15 SIF-AMT PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 SIF-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 SIF-REASON PIC X(4).
                   15 FILLER PIC X(1).
                   15 SIF-OPID PIC X(8).
                   15 FILLER PIC X(1).
                   15 SIF-APID PIC X(8).
       01 AP-CNT PIC 9(4) VALUE ZERO.
       01 AP-NDX PIC 9(4) VALUE ZERO.
       01 AP-HIT PIC 9(4) VALUE ZERO.
       01 AP-FULL PIC X VALUE "N".
       01 AP-TAB.
           05 AP-ENTRY OCCURS 999 TIMES.
               10 AP-RAW PIC X(58).
               10 AP-FIELDS REDEFINES AP-RAW.
                   15 APF-SUPP PIC X(5).
                   15 FILLER PIC X(1).
                   15 APF-INVNO PIC X(10).
                   15 FILLER PIC X(1).
                   15 APF-INVDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 APF-DUE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 APF-AMT PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 APF-PAID PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 APF-STAT PIC X(1).
       01 AP-BAL PIC S9(11)V99 VALUE ZERO.
       01 AP-TBAL PIC S9(11)V99 VALUE ZERO.
       01 AP-PAYAMT PIC 9(10)V99 VALUE ZERO.
       01 AP-WEEKEND PIC 9(7) VALUE ZERO.
       01 AS-CNT PIC 9(3) VALUE ZERO.
       01 AS-NDX PIC 9(3) VALUE ZERO.
       01 AS-HIT PIC 9(3) VALUE ZERO.
       01 AS-FULL PIC X VALUE "N".
       01 AS-TAB.
           05 AS-ENTRY OCCURS 200 TIMES.
               10 AS-SUPP PIC X(5).
               10 AS-B0 PIC S9(11)V99.
               10 AS-B1 PIC S9(11)V99.
               10 AS-B2 PIC S9(11)V99.
               10 AS-B3 PIC S9(11)V99.
       01 SIE-LINE.
           05 FILLER PIC X(1).
           05 SIEL-PONO PIC 9(6).
           05 FILLER PIC X(2).
           05 SIEL-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 SIEL-QTY PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 SIEL-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SIEL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SIEL-STAT PIC X(4).
           05 FILLER PIC X(1).
           05 SIEL-REASON PIC X(4).
           05 FILLER PIC X(17).
       01 SIE-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(8) VALUE "PO NO".
           05 FILLER PIC X(9) VALUE "CODE".
           05 FILLER PIC X(7) VALUE "QTY".
           05 FILLER PIC X(11) VALUE "PRICE".
           05 FILLER PIC X(18) VALUE "AMOUNT".
           05 FILLER PIC X(5) VALUE "LINE".
           05 FILLER PIC X(21) VALUE "REASON".
       01 SIE-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(15) VALUE "INVOICE TOTAL: ".
           05 SIET-TOT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 FILLER PIC X(12) VALUE "LINES HELD: ".
           05 SIET-HELD PIC Z9.
           05 FILLER PIC X(32).
       01 APA-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "SUPP".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "NOT YET DUE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "1-30 OVERDUE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "31-60 OVERDUE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "OVER 60 OVERDUE".
           05 FILLER PIC X(2).
       01 APD-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "SUPP".
           05 FILLER PIC X(2).
           05 FILLER PIC X(10) VALUE "INVOICE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "DUE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "BALANCE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "STATUS".
           05 FILLER PIC X(27).
       01 APD-LINE.
           05 FILLER PIC X(1).
           05 APDL-SUPP PIC X(5).
           05 FILLER PIC X(2).
           05 APDL-INVNO PIC X(10).
           05 FILLER PIC X(2).
           05 APDL-DUE PIC 9(6).
           05 FILLER PIC X(2).
           05 APDL-BAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 APDL-STAT PIC X(7).
           05 FILLER PIC X(27).
       01 AP-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(15) VALUE "TOTAL PAYABLE: ".
           05 APT-BAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(47).
       01 GL-DATE PIC 9(6) VALUE ZERO.
       01 GL-DATE-R REDEFINES GL-DATE.
           05 GL-DATE-YY PIC 9(2).
           05 GL-DATE-MMDD PIC 9(4).
       01 GL-TODAY PIC 9(6) VALUE ZERO.
       01 GL-TODAY-R REDEFINES GL-TODAY.
           05 GL-TODAY-YY PIC 9(2).
           05 GL-TODAY-MMDD PIC 9(4).
       01 GL-OK PIC X VALUE "N".
       01 GL-IOERR PIC X VALUE "N".
       01 GL-DFOUND PIC X VALUE "N".
       01 GL-DPRICE PIC 9(5)V99 VALUE ZERO.
       01 GL-DONE PIC X VALUE "N".
       01 GL-MSG PIC X(40) VALUE SPACES.
       01 GL-WKEY PIC X(4) VALUE SPACES.
       01 GL-DRKEY PIC X(4) VALUE SPACES.
       01 GL-CRKEY PIC X(4) VALUE SPACES.
       01 GL-WAMT PIC S9(11)V99 VALUE ZERO.
       01 GL-DELTA PIC S9(6) VALUE ZERO.
       01 GL-COST PIC 9(5)V99 VALUE ZERO.
       01 GL-VATCD PIC X(1) VALUE SPACE.
       01 GL-SELL PIC 9(5)V99 VALUE ZERO.
       01 GL-TDR PIC 9(12)V99 VALUE ZERO.
       01 GL-TCR PIC 9(12)V99 VALUE ZERO.
       01 GL-NOCOST PIC 9(4) VALUE ZERO.
       01 GL-DEF-VALUES.
           05 FILLER PIC X(34) VALUE "CASH1000      CASH ON HAND".
           05 FILLER PIC X(34)
               VALUE "AR  1100      ACCOUNTS RECEIVABLE".
           05 FILLER PIC X(34) VALUE "INVT1200      INVENTORY".
           05 FILLER PIC X(34)
               VALUE "GRNI2100      GOODS RCVD NOT INVCD".
           05 FILLER PIC X(34)
               VALUE "RFND2200      CUSTOMER CREDITS DUE".
           05 FILLER PIC X(34) VALUE "SALE4000      SALES".
           05 FILLER PIC X(34) VALUE "RETN4100      SALES RETURNS".
           05 FILLER PIC X(34) VALUE "COGS5000      COST OF GOODS SOLD".
           05 FILLER PIC X(34) VALUE "SHRK5100      STOCK ADJUSTMENTS".
           05 FILLER PIC X(34) VALUE "DMGE5200      DAMAGED GOODS".
           05 FILLER PIC X(34) VALUE "VATO2300      OUTPUT VAT PAYABLE".
           05 FILLER PIC X(34) VALUE "VATI1300      INPUT VAT".
       01 GL-DEF-TAB REDEFINES GL-DEF-VALUES.
           05 GL-DEF-ENTRY OCCURS 12 TIMES.
               10 GL-DEF-KEY PIC X(4).
               10 GL-DEF-ACCT PIC X(10).
               10 GL-DEF-DESC PIC X(20).
       01 GA-CNT PIC 99 VALUE ZERO.
       01 GA-NDX PIC 99 VALUE ZERO.
       01 GA-HIT PIC 99 VALUE ZERO.
       01 GA-TAB.
           05 GA-ENTRY OCCURS 20 TIMES.
               10 GA-KEY PIC X(4).
               10 GA-ACCT PIC X(10).
               10 GA-DESC PIC X(20).
               10 GA-DR PIC 9(11)V99.
               10 GA-CR PIC 9(11)V99.
       01 GL-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "KEY".
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(21) VALUE "DESCRIPTION".
           05 FILLER PIC X(18) VALUE "           DEBIT".
           05 FILLER PIC X(18) VALUE "          CREDIT".
           05 FILLER PIC X(4).
       01 GL-LINE.
           05 FILLER PIC X(1).
           05 GLX-KEY PIC X(4).
           05 FILLER PIC X(2).
           05 GLX-ACCT PIC X(10).
           05 FILLER PIC X(2).
           05 GLX-DESC PIC X(20).
           05 FILLER PIC X(1).
           05 GLX-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GLX-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
       01 GL-TITLE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(26) VALUE "GENERAL LEDGER JOURNAL FOR".
           05 FILLER PIC X(1).
           05 GLT-DATE PIC 9(6).
           05 FILLER PIC X(46).
       01 GL-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(37) VALUE "TOTALS".
           05 GLT-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 GLT-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(5).
       01 GL-MSG-LINE.
           05 FILLER PIC X(1).
           05 GLM-TEXT PIC X(40).
           05 FILLER PIC X(39).
       01 VS-MONTH PIC 9(4) VALUE ZERO.
       01 VS-WDATE PIC 9(6) VALUE ZERO.
       01 VS-WDATE-R REDEFINES VS-WDATE.
           05 VS-WYYMM PIC 9(4).
           05 VS-WDD PIC 9(2).
       01 VS-IVSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-IVAT PIC 9(11)V99 VALUE ZERO.
       01 VS-IZSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-IXSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-IAMT PIC 9(11)V99 VALUE ZERO.
       01 VS-INODET PIC 9(11)V99 VALUE ZERO.
       01 VS-INOCNT PIC 9(4) VALUE ZERO.
       01 VS-CVSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-CVAT PIC 9(11)V99 VALUE ZERO.
       01 VS-CZSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-CXSALE PIC 9(11)V99 VALUE ZERO.
       01 VS-PNET PIC 9(11)V99 VALUE ZERO.
       01 VS-PVAT PIC 9(11)V99 VALUE ZERO.
       01 VS-PGROSS PIC 9(11)V99 VALUE ZERO.
       01 VS-OUTVAT PIC 9(11)V99 VALUE ZERO.
       01 VS-WAMT PIC S9(12)V99 VALUE ZERO.
       01 VS-TITLE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(22) VALUE "VAT SUMMARY FOR MONTH ".
           05 VST-MONTH PIC 9(4).
           05 FILLER PIC X(8) VALUE "  RATE: ".
           05 VST-RATE PIC Z9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(42).
       01 VS-SECT.
           05 FILLER PIC X(1).
           05 VSS-TEXT PIC X(40).
           05 FILLER PIC X(39).
       01 VS-LINE.
           05 FILLER PIC X(3).
           05 VSL-LABEL PIC X(38).
           05 VSL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(22).
       01 BM-CNT PIC 9(4) VALUE ZERO.
       01 BM-NDX PIC 9(4) VALUE ZERO.
       01 BM-HIT PIC 9(4) VALUE ZERO.
       01 BM-FULL PIC X VALUE "N".
       01 BM-TAB.
           05 BM-ENTRY OCCURS 999 TIMES.
               10 BM-RAW PIC X(20).
               10 BM-FIELDS REDEFINES BM-RAW.
                   15 BMF-PARENT PIC X(7).
                   15 FILLER PIC X(1).
                   15 BMF-COMP PIC X(7).
                   15 FILLER PIC X(1).
                   15 BMF-QTY PIC 9(4).
       01 WO-MODE PIC 9 VALUE ZERO.
       01 WO-KIND PIC X VALUE "A".
       01 WO-ROLE PIC X VALUE "F".
       01 WO-WCODE PIC X(7) VALUE SPACES.
       01 WO-WCOMP PIC X(7) VALUE SPACES.
       01 WO-WPER PIC 9(4) VALUE ZERO.
       01 WO-WQTY PIC 9(5) VALUE ZERO.
       01 WO-OK PIC X VALUE "N".
       01 WO-SHORT PIC X VALUE "N".
       01 WO-MSG PIC X(40) VALUE SPACES.
       01 WO-CURNO PIC 9(6) VALUE ZERO.
       01 WO-TODAY PIC 9(6) VALUE ZERO.
       01 WO-KONH PIC S9(6) VALUE ZERO.
       01 WO-KQTY PIC 9(5) VALUE ZERO.
       01 WO-TEST PIC 9(9) VALUE ZERO.
       01 WO-COST PIC 9(7)V99 VALUE ZERO.
       01 WO-LCOST PIC 9(7)V99 VALUE ZERO.
       01 WO-WUCOST PIC 9(5)V99 VALUE ZERO.
       01 WO-EXP PIC 9(6) VALUE ZERO.
       01 WO-WLOT PIC X(10) VALUE SPACES.
       01 WO-LQTY PIC 9(5) VALUE ZERO.
       01 WO-LOTNO.
           05 FILLER PIC X(2) VALUE "WO".
           05 WO-LOTSEQ PIC 9(6) VALUE ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
       01 WC-CNT PIC 99 VALUE ZERO.
       01 WC-NDX PIC 99 VALUE ZERO.
       01 WC-FULL PIC X VALUE "N".
       01 WC-TAB.
           05 WC-ENTRY OCCURS 10 TIMES.
               10 WC-CODE PIC X(7).
               10 WC-PER PIC 9(4).
               10 WC-NEED PIC 9(9).
               10 WC-ONH PIC S9(6).
               10 WC-QTY PIC 9(5).
               10 WC-COST PIC 9(5)V99.
       01 WO-BOM-LINE.
           05 FILLER PIC X(10).
           05 WOB-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 FILLER PIC X(12) VALUE "QTY PER KIT ".
           05 WOB-PER PIC ZZZ9.
       01 WO-COMP-LINE.
           05 FILLER PIC X(10).
           05 WOC-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "NEED ".
           05 WOC-NEED PIC Z(8)9.
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE "ON HAND ".
           05 WOC-ONH PIC ZZZZZ9.
           05 FILLER PIC X(2).
           05 WOC-STAT PIC X(5).
       01 IC-MODE PIC 9 VALUE ZERO.
       01 IC-FIX PIC X VALUE "N".
       01 IC-OK PIC X VALUE "N".
       01 IC-LTOVF PIC X VALUE "N".
       01 IC-DERR PIC X VALUE "N".
       01 IC-SER PIC 9(4) VALUE ZERO.
       01 IC-WARN PIC 9(4) VALUE ZERO.
       01 IC-FIXED PIC 9(4) VALUE ZERO.
       01 IC-RC PIC 9(2) VALUE ZERO.
       01 IC-WCODE PIC X(7) VALUE SPACES.
       01 IC-WSUPP PIC X(5) VALUE SPACES.
       01 IC-LOTS PIC 9(7) VALUE ZERO.
       01 IC-LOTN PIC 9(4) VALUE ZERO.
       01 IC-BRQ PIC 9(7) VALUE ZERO.
       01 IC-DIFF PIC 9(7) VALUE ZERO.
       01 IC-SEEN-TAB.
           05 IC-SEEN PIC X OCCURS 999 TIMES.
       01 ICS-CNT PIC 9(4) VALUE ZERO.
       01 ICS-NDX PIC 9(4) VALUE ZERO.
       01 ICS-HIT PIC 9(4) VALUE ZERO.
       01 ICS-FULL PIC X VALUE "N".
       01 ICS-TAB.
           05 ICS-CODE PIC X(5) OCCURS 999 TIMES.
       01 ICP-CNT PIC 9(4) VALUE ZERO.
       01 ICP-NDX PIC 9(4) VALUE ZERO.
       01 ICP-FULL PIC X VALUE "N".
       01 ICP-TAB.
           05 ICP-ENTRY OCCURS 999 TIMES.
               10 ICP-RAW PIC X(25).
               10 ICP-FIELDS REDEFINES ICP-RAW.
                   15 ICPF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 ICPF-SUPP PIC X(5).
                   15 FILLER PIC X(12).
               10 ICP-DROP PIC X(1).
       01 IC-TITLE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(27) VALUE "CROSS-FILE INTEGRITY CHECK ".
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 ICT-DATE PIC 9(6).
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "MODE: ".
           05 ICT-MODE PIC X(13).
           05 FILLER PIC X(19).
       01 IC-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "SEV".
           05 FILLER PIC X(1).
           05 FILLER PIC X(11) VALUE "FILE".
           05 FILLER PIC X(1).
           05 FILLER PIC X(18) VALUE "KEY".
           05 FILLER PIC X(1).
           05 FILLER PIC X(21) VALUE "EXCEPTION".
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "  FOUND".
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "   BOOK".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "FIX".
       01 IC-LINE.
           05 FILLER PIC X(1).
           05 ICL-SEV PIC X(4).
           05 FILLER PIC X(1).
           05 ICL-FILE PIC X(12).
           05 ICL-KEY PIC X(18).
           05 FILLER PIC X(1).
           05 ICL-TEXT PIC X(21).
           05 FILLER PIC X(1).
           05 ICL-VAL1 PIC Z(6)9.
           05 FILLER PIC X(1).
           05 ICL-VAL2 PIC Z(6)9.
           05 FILLER PIC X(1).
           05 ICL-FIX PIC X(5).
       01 IC-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(9) VALUE "SERIOUS: ".
           05 ICT-SER PIC ZZZ9.
           05 FILLER PIC X(12) VALUE "  WARNINGS: ".
           05 ICT-WARN PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  FIXED: ".
           05 ICT-FIXED PIC ZZZ9.
           05 FILLER PIC X(15) VALUE "  RETURN CODE: ".
           05 ICT-RC PIC 9(2).
           05 FILLER PIC X(20).
       01 SO-CPLIST PIC X(4) VALUE SPACES.
       01 SO-TQTY PIC 9(5) VALUE ZERO.
       01 SO-UDISC PIC S9(5)V99 VALUE ZERO.
       01 SO-DISC PIC S9(11)V99 VALUE ZERO.
       01 SO-DISC-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(20) VALUE "DISCOUNT GIVEN".
           05 SODT-DISC PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(42).
       01 SODOC-DISC-LINE.
           05 FILLER PIC X(12).
           05 FILLER PIC X(20) VALUE "LIST PRICE/DISCOUNT".
           05 FILLER PIC X(7).
           05 SODD-LPRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(3).
           05 SODD-DISC PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(12).
       01 LP-CNT PIC 9(4) VALUE ZERO.
       01 LP-NDX PIC 9(4) VALUE ZERO.
       01 LP-HIT PIC 9(4) VALUE ZERO.
       01 LP-BHIT PIC 9(4) VALUE ZERO.
       01 LP-FULL PIC X VALUE "N".
       01 LP-OK PIC X VALUE "N".
       01 LP-TODAY PIC 9(6) VALUE ZERO.
       01 LP-WLIST PIC X(4) VALUE SPACES.
       01 LP-WCODE PIC X(7) VALUE SPACES.
       01 LP-WQTY PIC 9(5) VALUE ZERO.
       01 LP-WMINQ PIC 9(5) VALUE ZERO.
       01 LP-WPRICE PIC 9(5)V99 VALUE ZERO.
       01 LP-WFROM PIC 9(6) VALUE ZERO.
       01 LP-WTO PIC 9(6) VALUE ZERO.
       01 LP-OLDPRI PIC 9(5)V99 VALUE ZERO.
       01 LP-SHOWN PIC 9(4) VALUE ZERO.
       01 LP-MSG PIC X(40) VALUE SPACES.
       01 LP-TAB.
           05 LP-ENTRY OCCURS 2000 TIMES.
               10 LP-RAW PIC X(40).
               10 LP-FIELDS REDEFINES LP-RAW.
                   15 LPF-LIST PIC X(4).
                   15 FILLER PIC X(1).
                   15 LPF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 LPF-MINQ PIC 9(5).
                   15 FILLER PIC X(1).
                   15 LPF-PRICE PIC 9(5)V99.
                   15 FILLER PIC X(1).
                   15 LPF-FROM PIC 9(6).
                   15 FILLER PIC X(1).
                   15 LPF-TO PIC 9(6).
       01 LP-MPRICE-LINE.
           05 FILLER PIC X(14) VALUE "MASTER PRICE: ".
           05 LPM-PRICE PIC ZZ,ZZ9.99.
       01 LP-SHOW-LINE.
           05 FILLER PIC X(10).
           05 FILLER PIC X(9) VALUE "MIN QTY: ".
           05 LPS-MINQ PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  PRICE: ".
           05 LPS-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  FROM: ".
           05 LPS-FROM PIC 9(6).
           05 FILLER PIC X(6) VALUE "  TO: ".
           05 LPS-TO PIC 9(6).
       01 LP-TITLE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(11) VALUE "PRICE LISTS".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "LIST: ".
           05 LPT-LIST PIC X(4).
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "AS AT: ".
           05 LPT-DATE PIC 9(6).
           05 FILLER PIC X(41).
       01 LP-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "LIST".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(20) VALUE "PRODUCT NAME".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "MIN Q".
           05 FILLER PIC X(2).
           05 FILLER PIC X(9) VALUE "PRICE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "FROM".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "TO".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "STATUS".
           05 FILLER PIC X(1).
       01 LP-LINE.
           05 FILLER PIC X(1).
           05 LPX-LIST PIC X(4).
           05 FILLER PIC X(2).
           05 LPX-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 LPX-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 LPX-MINQ PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 LPX-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 LPX-FROM PIC 9(6).
           05 FILLER PIC X(2).
           05 LPX-TO PIC 9(6).
           05 FILLER PIC X(2).
           05 LPX-STAT PIC X(7).
           05 FILLER PIC X(1).
       01 LP-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(9) VALUE "ENTRIES: ".
           05 LPT-CNT PIC ZZZ9.
           05 FILLER PIC X(66).
       01 PO-TODAY PIC 9(6) VALUE ZERO.
       01 OPO-MODE PIC 9 VALUE ZERO.
       01 OPO-WPONO PIC 9(6) VALUE ZERO.
       01 OPO-WCODE PIC X(7) VALUE SPACES.
       01 SC-MONTH PIC X(4) VALUE SPACES.
       01 SC-LEAD PIC 9(3) VALUE 14.
       01 SC-MINOT PIC 9(3) VALUE 90.
       01 SC-MINFILL PIC 9(3) VALUE 95.
       01 SC-WLEAD PIC 9(3) VALUE ZERO.
       01 SC-WMINOT PIC 9(3) VALUE ZERO.
       01 SC-WMINFILL PIC 9(3) VALUE ZERO.
       01 SC-TODAY PIC 9(6) VALUE ZERO.
       01 SC-TDAYS PIC 9(7) VALUE ZERO.
       01 SC-PDAYS PIC 9(7) VALUE ZERO.
       01 SC-DAYS PIC S9(7) VALUE ZERO.
       01 SC-WRQTY PIC 9(5) VALUE ZERO.
       01 SC-WSUPP PIC X(5) VALUE SPACES.
       01 SC-WPONO PIC X(6) VALUE SPACES.
       01 SC-CNT PIC 9(3) VALUE ZERO.
       01 SC-NDX PIC 9(3) VALUE ZERO.
       01 SC-HIT PIC 9(3) VALUE ZERO.
       01 SC-BEST PIC 9(3) VALUE ZERO.
       01 SC-RANK PIC 9(3) VALUE ZERO.
       01 SC-FULL PIC X VALUE "N".
       01 SC-LOW PIC 9(3) VALUE ZERO.
       01 SC-UNMAT PIC 9(4) VALUE ZERO.
       01 SC-WK PIC 9(11) VALUE ZERO.
       01 SC-TAB.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SC-SUPP PIC X(5).
               10 SC-NAME PIC X(20).
               10 SC-LINES PIC 9(5).
               10 SC-ONTIME PIC 9(5).
               10 SC-LDAYS PIC 9(7).
               10 SC-LCNT PIC 9(5).
               10 SC-OQTY PIC 9(9).
               10 SC-RQTY PIC 9(9).
               10 SC-SHORT PIC 9(5).
               10 SC-OVERDUE PIC 9(5).
               10 SC-RCVQ PIC 9(9).
               10 SC-RETQ PIC 9(9).
               10 SC-AVGLEAD PIC 9(3).
               10 SC-OTPCT PIC 9(3).
               10 SC-FILLPCT PIC 9(3).
               10 SC-RETPCT PIC 9(4).
               10 SC-SCORE PIC S9(4).
               10 SC-FLAG PIC X(4).
               10 SC-DONE PIC X(1).
       01 SC-TITLE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(28) VALUE "SUPPLIER SCORECARD - MONTH: ".
           05 SCT-MONTH PIC X(4).
           05 FILLER PIC X(47).
       01 SC-RULE-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(16) VALUE "ON TIME WITHIN: ".
           05 SCT-LEAD PIC ZZ9.
           05 FILLER PIC X(20) VALUE " DAYS  MIN ON-TIME: ".
           05 SCT-MINOT PIC ZZ9.
           05 FILLER PIC X(17) VALUE "%  MIN FILL RATE:".
           05 SCT-MINFILL PIC ZZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(15).
       01 SC-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(3) VALUE "RNK".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "SUPP".
           05 FILLER PIC X(1).
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "LINES".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "LEAD".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "ONTM%".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "FILL%".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "SHORT".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "OVRDU".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "RET%".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "FLAG".
           05 FILLER PIC X(8).
       01 SC-LINE.
           05 FILLER PIC X(1).
           05 SCX-RANK PIC ZZ9.
           05 FILLER PIC X(1).
           05 SCX-SUPP PIC X(5).
           05 FILLER PIC X(1).
           05 SCX-NAME PIC X(16).
           05 FILLER PIC X(1).
           05 SCX-LINES PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 SCX-LEAD PIC ZZZ9.
           05 FILLER PIC X(1).
           05 SCX-OTPCT PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 SCX-FILLPCT PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 SCX-SHORT PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 SCX-OVERDUE PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 SCX-RETPCT PIC ZZZ9.
           05 FILLER PIC X(1).
           05 SCX-FLAG PIC X(4).
           05 FILLER PIC X(8).
       01 SC-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(11) VALUE "SUPPLIERS: ".
           05 SCT-CNT PIC ZZ9.
           05 FILLER PIC X(19) VALUE "  BELOW THRESHOLD: ".
           05 SCT-LOW PIC ZZ9.
           05 FILLER PIC X(21) VALUE "  UNMATCHED RETURNS: ".
           05 SCT-UNMAT PIC ZZZ9.
           05 FILLER PIC X(18).
       01 SC-CFG-LINE.
           05 FILLER PIC X(16) VALUE "LEAD TIME DAYS: ".
           05 SCG-LEAD PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  MIN ON-TIME: ".
           05 SCG-MINOT PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  MIN FILL: ".
           05 SCG-MINFILL PIC ZZ9.
       01 SS-CNT PIC 9(3) VALUE ZERO.
       01 SS-NDX PIC 9(3) VALUE ZERO.
       01 SS-HIT PIC 9(3) VALUE ZERO.
       01 SS-TAB.
           05 SS-ENTRY OCCURS 200 TIMES.
               10 SS-SUPP PIC X(5).
               10 SS-LEAD PIC 9(3).
               10 SS-FLAG PIC X(4).
       01 TRD-PS-SUPP PIC X(5) VALUE SPACES.
       01 TRD-SROP PIC 9(7) VALUE ZERO.
       01 TRD-SAFE PIC 9(7) VALUE ZERO.
       01 TRD-WK PIC 9(10) VALUE ZERO.
       01 TRD-SLOW PIC X VALUE "N".
       01 SO-CROUTE PIC X(4) VALUE SPACES.
       01 CM-ROUTE PIC X(4) VALUE SPACES.
       01 DLV-MODE PIC 9 VALUE ZERO.
       01 DLV-WROUTE PIC X(4) VALUE SPACES.
       01 DLV-WVEH PIC X(8) VALUE SPACES.
       01 DLV-WDRIVER PIC X(10) VALUE SPACES.
       01 DLV-WORDNO PIC 9(6) VALUE ZERO.
       01 DLV-WDATE PIC X(6) VALUE SPACES.
       01 DLV-DDATE-W PIC 9(6) VALUE ZERO.
       01 DLV-DDATE-R REDEFINES DLV-DDATE-W.
           05 DLV-DYY PIC 9(2).
           05 DLV-DMM PIC 9(2).
           05 DLV-DDD PIC 9(2).
       01 DLV-RESULT PIC X VALUE SPACES.
       01 DLV-DISP PIC X VALUE SPACES.
       01 DLV-TODAY PIC 9(6) VALUE ZERO.
       01 DLV-CURNO PIC 9(6) VALUE ZERO.
       01 DLV-LINES PIC 9(4) VALUE ZERO.
       01 DLV-WAIT PIC 9(4) VALUE ZERO.
       01 DLV-ORDS PIC 9(4) VALUE ZERO.
       01 DLV-UNITS PIC 9(7) VALUE ZERO.
       01 DLV-LAST-ORD PIC 9(6) VALUE ZERO.
       01 DLV-BAD PIC X VALUE "N".
       01 DLV-WQTY PIC 9(5) VALUE ZERO.
       01 DLV-SHORT PIC 9(7) VALUE ZERO.
       01 DLV-DTOT PIC 9(7) VALUE ZERO.
       01 DLV-OSTAT PIC X VALUE SPACES.
       01 DLV-ODAYS PIC 9(3) VALUE 2.
       01 DLV-WDAYS PIC 9(3) VALUE ZERO.
       01 DLV-TDAYS PIC 9(7) VALUE ZERO.
       01 DLV-DAYS PIC S9(7) VALUE ZERO.
       01 DLV-OLD PIC 9(4) VALUE ZERO.
       01 DL-CNT PIC 9(4) VALUE ZERO.
       01 DL-NDX PIC 9(4) VALUE ZERO.
       01 DL-HIT PIC 9(4) VALUE ZERO.
       01 DL-FULL PIC X VALUE "N".
       01 DL-TAB.
           05 DL-ENTRY OCCURS 999 TIMES.
               10 DL-RAW PIC X(101).
               10 DL-FIELDS REDEFINES DL-RAW.
                   15 DLF-ORDNO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 DLF-CUST PIC X(5).
                   15 FILLER PIC X(1).
                   15 DLF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 DLF-QTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 DLF-DQTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 DLF-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 DLF-LOC PIC X(4).
                   15 FILLER PIC X(1).
                   15 DLF-ROUTE PIC X(4).
                   15 FILLER PIC X(1).
                   15 DLF-ODATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 DLF-RUN PIC 9(6).
                   15 FILLER PIC X(1).
                   15 DLF-VEH PIC X(8).
                   15 FILLER PIC X(1).
                   15 DLF-DRIVER PIC X(10).
                   15 FILLER PIC X(1).
                   15 DLF-LDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 DLF-DDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 DLF-OPID PIC X(8).
       01 DLM-TITLE.
           05 FILLER PIC X(1).
           05 DLMT-NAME PIC X(22).
           05 FILLER PIC X(6) VALUE "RUN: ".
           05 DLMT-RUN PIC 9(6).
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 DLMT-DATE PIC 9(6).
           05 FILLER PIC X(31).
       01 DLM-INFO.
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "ROUTE: ".
           05 DLMI-ROUTE PIC X(4).
           05 FILLER PIC X(11) VALUE "  VEHICLE: ".
           05 DLMI-VEH PIC X(8).
           05 FILLER PIC X(10) VALUE "  DRIVER: ".
           05 DLMI-DRIVER PIC X(10).
           05 FILLER PIC X(29).
       01 DLM-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "ORDER".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "CUST".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(20) VALUE "PRODUCT NAME".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "  QTY".
           05 FILLER PIC X(2).
           05 FILLER PIC X(4) VALUE "FROM".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "CHECKED".
           05 FILLER PIC X(13).
       01 DLM-LINE.
           05 FILLER PIC X(1).
           05 DLML-ORDNO PIC 9(6).
           05 FILLER PIC X(2).
           05 DLML-CUST PIC X(5).
           05 FILLER PIC X(2).
           05 DLML-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 DLML-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 DLML-QTY PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 DLML-LOC PIC X(4).
           05 FILLER PIC X(2).
           05 DLML-CHK PIC X(7).
           05 FILLER PIC X(13).
       01 DLM-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(8) VALUE "ORDERS: ".
           05 DLMT-ORDS PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 DLMT-LINES PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  UNITS: ".
           05 DLMT-UNITS PIC ZZZZZZ9.
           05 FILLER PIC X(38).
       01 DLS-ORD-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "ORDER: ".
           05 DLSO-ORDNO PIC 9(6).
           05 FILLER PIC X(12) VALUE "  CUSTOMER: ".
           05 DLSO-CUST PIC X(5).
           05 FILLER PIC X(2).
           05 DLSO-NAME PIC X(20).
           05 FILLER PIC X(27).
       01 DLS-ADDR-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(9) VALUE "ADDRESS: ".
           05 DLSA-ADDR PIC X(30).
           05 FILLER PIC X(11) VALUE "  CONTACT: ".
           05 DLSA-CONTACT PIC X(20).
           05 FILLER PIC X(7).
       01 DLS-LINE.
           05 FILLER PIC X(3).
           05 DLSL-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 DLSL-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 DLSL-QTY PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE "  DELIVERED: _____".
           05 FILLER PIC X(22).
       01 DLS-SIGN-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(38)
               VALUE "RESULT D/P/R: ___  RECEIVED BY: _____".
           05 FILLER PIC X(28) VALUE "_______________  DATE: _____".
           05 FILLER PIC X(11).
       01 DLU-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "ORDER".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "CUST".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "RTE".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "STAT".
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "RUN".
           05 FILLER PIC X(1).
           05 FILLER PIC X(8) VALUE "VEHICLE".
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "ORDERD".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "DAYS".
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(1).
           05 FILLER PIC X(5) VALUE "  QTY".
           05 FILLER PIC X(1).
           05 FILLER PIC X(4) VALUE "FLAG".
           05 FILLER PIC X(10).
       01 DLU-LINE.
           05 FILLER PIC X(1).
           05 DLUL-ORDNO PIC 9(6).
           05 FILLER PIC X(1).
           05 DLUL-CUST PIC X(5).
           05 FILLER PIC X(1).
           05 DLUL-ROUTE PIC X(4).
           05 FILLER PIC X(1).
           05 DLUL-STAT PIC X(4).
           05 FILLER PIC X(1).
           05 DLUL-RUN PIC X(6).
           05 FILLER PIC X(1).
           05 DLUL-VEH PIC X(8).
           05 FILLER PIC X(1).
           05 DLUL-ODATE PIC 9(6).
           05 FILLER PIC X(1).
           05 DLUL-DAYS PIC ZZZ9.
           05 FILLER PIC X(1).
           05 DLUL-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 DLUL-QTY PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 DLUL-FLAG PIC X(4).
           05 FILLER PIC X(10).
       01 DLU-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(13) VALUE "OPEN ORDERS: ".
           05 DLUT-ORDS PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 DLUT-LINES PIC ZZZ9.
           05 FILLER PIC X(7) VALUE "  OVER ".
           05 DLUT-DAYS PIC ZZ9.
           05 FILLER PIC X(7) VALUE " DAYS: ".
           05 DLUT-OLD PIC ZZZ9.
           05 FILLER PIC X(28).
       01 OPO-CNT PIC 9(4) VALUE ZERO.
       01 OPO-OUT PIC S9(6) VALUE ZERO.
       01 OPO-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "PO NO".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "SUPP".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "ORDER".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "RECVD".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "OUTST".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "DATE".
           05 FILLER PIC X(26).
       01 OPO-LINE.
           05 FILLER PIC X(1).
           05 OPOX-PONO PIC 9(6).
           05 FILLER PIC X(2).
           05 OPOX-SUPP PIC X(5).
           05 FILLER PIC X(2).
           05 OPOX-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 OPOX-ORD PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 OPOX-RCV PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 OPOX-OUT PIC ZZZZZ9-.
           05 FILLER PIC X(2).
           05 OPOX-DATE PIC 9(6).
           05 FILLER PIC X(26).
       01 OPO-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(12) VALUE "OPEN LINES: ".
           05 OPOT-CNT PIC ZZZ9.
           05 FILLER PIC X(63).
       01 SO-BO-CNT PIC 99 VALUE ZERO.
       01 SO-BO-NDX PIC 99 VALUE ZERO.
       01 SO-SHORT PIC 9(5) VALUE ZERO.
       01 SO-BO-TAB.
           05 SO-BO-ENTRY OCCURS 15 TIMES.
               10 SO-BO-CODE PIC X(7).
               10 SO-BO-QTY PIC 9(5).
       01 BT-CNT PIC 9(4) VALUE ZERO.
       01 BT-NDX PIC 9(4) VALUE ZERO.
       01 BT-HIT PIC 9(4) VALUE ZERO.
       01 BT-FOUND PIC X VALUE "N".
       01 BT-FULL PIC X VALUE "N".
       01 BT-TAB.
           05 BT-ENTRY OCCURS 999 TIMES.
               10 BT-RAW PIC X(35).
               10 BT-FIELDS REDEFINES BT-RAW.
                   15 BTF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 BTF-ORDNO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 BTF-CUST PIC X(5).
                   15 FILLER PIC X(1).
                   15 BTF-QTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 BTF-DATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 BTF-STAT PIC X(1).
       01 LT-FULL PIC X VALUE "N".
       01 LT-TAB.
           05 LT-ENTRY OCCURS 999 TIMES.
               10 LT-RAW PIC X(36).
               10 LT-FIELDS REDEFINES LT-RAW.
                   15 LTF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 LTF-EXP PIC 9(6).
                   15 FILLER PIC X(1).
                   15 LTF-QTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 LTF-LOC PIC X(4).
       01 LOT-WCODE PIC X(7) VALUE SPACES.
       01 LOT-WLOC PIC X(4) VALUE SPACES.
       01 LOT-TOLOC PIC X(4) VALUE SPACES.
       01 LOT-WNO PIC X(10) VALUE SPACES.
       01 LOT-WQTY PIC 9(5) VALUE ZERO.
       01 LOT-LEFT PIC 9(5) VALUE ZERO.
       01 LOT-TAKE PIC 9(5) VALUE ZERO.
           05 LOT-A-ENTRY OCCURS 10 TIMES.
               10 LOT-A-NO PIC X(10).
               10 LOT-A-QTY PIC 9(5).
               10 LOT-A-EXP PIC 9(6).
       01 LOT-DISP-LINE.
           05 FILLER PIC X(16).
           05 FILLER PIC X(9) VALUE "FROM LOT ".
           05 FILLER PIC X(4) VALUE "QTY ".
           05 LOTD-QTY PIC ZZZZ9.
           05 FILLER PIC X(34).
       01 LC-CNT PIC 99 VALUE ZERO.
       01 LC-NDX PIC 99 VALUE ZERO.
       01 LC-HIT PIC 99 VALUE ZERO.
       01 LC-HOME PIC X(4) VALUE "MAIN".
       01 LC-TAB.
           05 LC-ENTRY OCCURS 20 TIMES.
               10 LC-CODE PIC X(4).
               10 LC-NAME PIC X(20).
               10 LC-QTY PIC S9(10).
               10 LC-VAL PIC S9(11)V99.
       01 LOC-TRANSIT PIC X(4) VALUE "TRNS".
       01 LOC-WLOC PIC X(4) VALUE SPACES.
       01 LOC-OK PIC X VALUE "N".
       01 LOC-ONH PIC S9(6) VALUE ZERO.
       01 LOC-OTHER PIC 9(7) VALUE ZERO.
       01 LOC-DELTA PIC S9(6) VALUE ZERO.
       01 LOC-NEWQ PIC S9(6) VALUE ZERO.
       01 LOC-ROOM PIC X VALUE "Y".
       01 LOC-NEW PIC 9(4) VALUE ZERO.
       01 LOC-WVAL PIC S9(11)V99 VALUE ZERO.
       01 LOC-TRN-QTY PIC S9(10) VALUE ZERO.
       01 LOC-TRN-VAL PIC S9(11)V99 VALUE ZERO.
       01 LOC-CO-QTY PIC S9(10) VALUE ZERO.
       01 LOC-CO-VAL PIC S9(11)V99 VALUE ZERO.
       01 LOC-PRT PIC X VALUE "R".
       01 LS-CNT PIC 9(4) VALUE ZERO.
       01 LS-NDX PIC 9(4) VALUE ZERO.
       01 LS-HIT PIC 9(4) VALUE ZERO.
       01 LS-FULL PIC X VALUE "N".
       01 LS-TAB.
           05 LS-ENTRY OCCURS 999 TIMES.
               10 LS-RAW PIC X(18).
               10 LS-FIELDS REDEFINES LS-RAW.
                   15 LSF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 LSF-LOC PIC X(4).
                   15 FILLER PIC X(1).
                   15 LSF-QTY PIC 9(5).
       01 LOC-HDG-LINE.
           05 FILLER PIC X(1).
           05 FILLER PIC X(10) VALUE "LOCATION: ".
           05 LOCH-CODE PIC X(4).
           05 FILLER PIC X(2).
           05 LOCH-NAME PIC X(20).
           05 FILLER PIC X(43).
       01 LOC-SUM-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(8) VALUE "LOCATION".
           05 FILLER PIC X(2).
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(2).
           05 FILLER PIC X(11) VALUE "   QUANTITY".
           05 FILLER PIC X(2).
           05 FILLER PIC X(18) VALUE "     VALUE AT COST".
           05 FILLER PIC X(16).
       01 LOC-SUM-LINE.
           05 FILLER PIC X(1).
           05 LSX-CODE PIC X(8).
           05 FILLER PIC X(2).
           05 LSX-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 LSX-QTY PIC ZZZZZZZZZ9-.
           05 FILLER PIC X(2).
           05 LSX-VAL PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(16).
       01 TRF-MODE PIC 9 VALUE ZERO.
       01 TRF-WCODE PIC X(7) VALUE SPACES.
       01 TRF-WFROM PIC X(4) VALUE SPACES.
       01 TRF-WTO PIC X(4) VALUE SPACES.
       01 TRF-WQTY PIC 9(5) VALUE ZERO.
       01 TRF-TO-OK PIC X VALUE "N".
       01 TRF-PICK PIC 9(6) VALUE ZERO.
       01 TRF-CURNO PIC 9(6) VALUE ZERO.
       01 TRF-TODAY PIC 9(6) VALUE ZERO.
       01 TRF-OPEN PIC 9(4) VALUE ZERO.
       01 TF-CNT PIC 9(4) VALUE ZERO.
       01 TF-NDX PIC 9(4) VALUE ZERO.
       01 TF-HIT PIC 9(4) VALUE ZERO.
       01 TF-FULL PIC X VALUE "N".
       01 TF-TAB.
           05 TF-ENTRY OCCURS 999 TIMES.
               10 TF-RAW PIC X(55).
               10 TF-FIELDS REDEFINES TF-RAW.
                   15 TFF-NO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 TFF-CODE PIC X(7).
                   15 FILLER PIC X(1).
                   15 TFF-FROM PIC X(4).
                   15 FILLER PIC X(1).
                   15 TFF-TO PIC X(4).
                   15 FILLER PIC X(1).
                   15 TFF-QTY PIC 9(5).
                   15 FILLER PIC X(1).
                   15 TFF-SDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 TFF-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 TFF-RDATE PIC 9(6).
                   15 FILLER PIC X(1).
                   15 TFF-OPID PIC X(8).
       01 TRF-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(6) VALUE "TRF NO".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(4) VALUE "FROM".
           05 FILLER PIC X(2).
           05 FILLER PIC X(4) VALUE "TO".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "  QTY".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "SENT".
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE "SENT BY".
           05 FILLER PIC X(27).
       01 TRF-LINE.
           05 FILLER PIC X(1).
           05 TRFL-NO PIC 9(6).
           05 FILLER PIC X(2).
           05 TRFL-CODE PIC X(7).
           05 FILLER PIC X(2).
           05 TRFL-FROM PIC X(4).
           05 FILLER PIC X(2).
           05 TRFL-TO PIC X(4).
           05 FILLER PIC X(2).
           05 TRFL-QTY PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 TRFL-SDATE PIC 9(6).
           05 FILLER PIC X(2).
           05 TRFL-OPID PIC X(8).
           05 FILLER PIC X(27).
       01 TRF-TOTS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(22) VALUE "TRANSFERS IN TRANSIT: ".
           05 TRFT-OPEN PIC ZZZ9.
           05 FILLER PIC X(53).
       01 EXP-CNT PIC 9(4) VALUE ZERO.
       01 EXP-TVAL PIC 9(10)V99 VALUE ZERO.
       01 EXP-VAL PIC 9(10)V99 VALUE ZERO.
       01 EXP-HDG.
           05 FILLER PIC X(1).
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(10) VALUE "LOT".
           05 FILLER PIC X(2).
           05 FILLER PIC X(6) VALUE "EXPIRY".
           05 FILLER PIC X(2).
           05 FILLER PIC X(5) VALUE "QTY".
           05 FILLER PIC X(2).
           05 FILLER PIC X(16) VALUE "VALUE".
           05 FILLER PIC X(2).
           05 FILLER PIC X(7) VALUE "STATUS".
           05 FILLER PIC X(18).
       01 RET-FOUND PIC X VALUE "N".
       01 RET-CUST PIC X(5) VALUE SPACES.
       01 RET-DQTY PIC 9(5) VALUE ZERO.
       01 RET-DPRICE PIC 9(5)V99 VALUE ZERO.
       01 PAY-ORDNO PIC X(6) VALUE SPACES.
       01 PAY-AMT PIC 9(10)V99 VALUE ZERO.
       01 PAY-BAL PIC S9(11)V99 VALUE ZERO.
       01 IV-FULL PIC X VALUE "N".
       01 IV-TAB.
           05 IV-ENTRY OCCURS 999 TIMES.
               10 IV-RAW PIC X(106).
               10 IV-FIELDS REDEFINES IV-RAW.
                   15 IVT-ORDNO PIC 9(6).
                   15 FILLER PIC X(1).
                   15 IVT-PAID PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 IVT-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 IVT-VSALE PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 IVT-VAT PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 IVT-ZSALE PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 IVT-XSALE PIC 9(10)V99.
                   15 FILLER PIC X(1).
                   15 IVT-DDATE PIC 9(6).
       01 AGE-CUST PIC X(5) VALUE SPACES.
       01 AGE-TODAY PIC 9(6) VALUE ZERO.
       01 AGE-WDATE PIC 9(6) VALUE ZERO.
       01 AGE-BAL PIC S9(11)V99 VALUE ZERO.
       01 AGE-TBAL PIC S9(11)V99 VALUE ZERO.
       01 AGE-BUCKET PIC 9 VALUE ZERO.
       01 CM-MODE PIC 9 VALUE ZERO.
       01 CM-WCODE PIC X(5) VALUE SPACES.
       01 CM-CNT PIC 9(3) VALUE ZERO.
       01 CM-NDX PIC 9(3) VALUE ZERO.
       01 CM-HIT PIC 9(3) VALUE ZERO.
       01 CM-FULL PIC X VALUE "N".
       01 CM-TAB.
           05 CM-ENTRY OCCURS 200 TIMES.
               10 CM-RAW PIC X(107).
               10 CM-FIELDS REDEFINES CM-RAW.
                   15 CMF-CODE PIC X(5).
                   15 FILLER PIC X(1).
                   15 CMF-NAME PIC X(20).
                   15 FILLER PIC X(1).
                   15 CMF-ADDR PIC X(30).
                   15 FILLER PIC X(1).
                   15 CMF-CONTACT PIC X(20).
                   15 FILLER PIC X(1).
                   15 CMF-TERMS PIC 9(3).
                   15 FILLER PIC X(1).
                   15 CMF-LIMIT PIC 9(8)V99.
                   15 FILLER PIC X(1).
                   15 CMF-HOLD PIC X(1).
                   15 FILLER PIC X(1).
                   15 CMF-STAT PIC X(1).
                   15 FILLER PIC X(1).
                   15 CMF-PLIST PIC X(4).
                   15 FILLER PIC X(1).
                   15 CMF-ROUTE PIC X(4).
       01 CM-NAME PIC X(20) VALUE SPACES.
       01 CM-ADDR PIC X(30) VALUE SPACES.
       01 CM-CONTACT PIC X(20) VALUE SPACES.
       01 CM-TERMS PIC 9(3) VALUE ZERO.
       01 CM-LIMIT PIC 9(8)V99 VALUE ZERO.
       01 CM-HOLD PIC X VALUE "N".
       01 CM-PLIST PIC X(4) VALUE SPACES.
       01 CM-SHOW-LINE.
           05 FILLER PIC X(7) VALUE "TERMS: ".
           05 CMS-TERMS PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  LIMIT: ".
           05 CMS-LIMIT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  HOLD: ".
           05 CMS-HOLD PIC X(1).
           05 FILLER PIC X(10) VALUE "  STATUS: ".
           05 CMS-STAT PIC X(1).
       01 AGE-TERMS PIC 9(3) VALUE 30.
       01 OVR-LINE.
           05 OVRL-DATE PIC 9(6).
           05 FILLER PIC X(1).
           05 OVRL-ORDNO PIC 9(6).
           05 FILLER PIC X(1).
           05 OVRL-CUST PIC X(5).
           05 FILLER PIC X(1).
           05 OVRL-REASON PIC X(4).
           05 FILLER PIC X(1).
           05 OVRL-EXPO PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 OVRL-LIMIT PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 OVRL-OPID PIC X(8).
           05 FILLER PIC X(1).
           05 OVRL-SUPID PIC X(8).
       01 CA-CNT PIC 9(3) VALUE ZERO.
       01 CA-NDX PIC 9(3) VALUE ZERO.
       01 CA-HIT PIC 9(3) VALUE ZERO.
           05 NWQTY PIC 9(5) VALUE ZEROES.
           05 NWPRI PIC 9(5)V99 VALUE ZEROS.
           05 NWCOST PIC 9(5)V99 VALUE ZEROS.
           05 NWVAT PIC X(1) VALUE SPACE.
           05 NWLOT PIC X(10) VALUE SPACES.
           05 NWEXP PIC 9(6) VALUE ZEROS.
           05 EOF1 PIC X(3) VALUE "NO".
           05 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
           ADD 1 VAT-RATE GIVING VAT-FACTOR.
           PERFORM BATCH-CHECK-RTN.
           IF BATCH-MODE IS EQUAL TO "Y"
               PERFORM BATCH-RUN-RTN
       BATCH-RUN-RTN.
           MOVE "S" TO OPERATOR-LEVEL.
           MOVE "N" TO BATCH-FAIL.
           MOVE "N" TO BATCH-WARN.
           MOVE SPACES TO RLOG-TEXT.
           MOVE "RUN START" TO RLOG-TEXT.
           MOVE BATCH-JOB TO RLOG-TEXT (11:8).
                       PERFORM RLOG-WRITE-RTN
                   END-IF
               END-IF
           ELSE IF BATCH-JOB IS EQUAL TO "GLEXPORT"
               ACCEPT GL-TODAY FROM DATE
               MOVE GL-TODAY TO GL-DATE
               IF BATCH-PARM IS NOT EQUAL TO SPACES
                   AND BATCH-PARM IS NOT NUMERIC
                   MOVE "BAD DATE PARAMETER - MMDD" TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   MOVE "Y" TO BATCH-FAIL
               ELSE
                   IF BATCH-PARM IS NUMERIC
                       MOVE BATCH-PARM TO GL-DATE-MMDD
                   END-IF
                   PERFORM GL-RUN-RTN
                   MOVE GL-MSG TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   PERFORM RLOG-REPORT-RTN
                   IF GL-OK IS NOT EQUAL TO "Y"
                       MOVE "Y" TO BATCH-FAIL
                   END-IF
               END-IF
           ELSE IF BATCH-JOB IS EQUAL TO "RECEIVE"
               PERFORM TENTH-CHOICE
               MOVE RCV-TOTS TO RLOG-TEXT
               PERFORM RLOG-WRITE-RTN
               MOVE RCV-VAT-LINE TO RLOG-TEXT
               PERFORM RLOG-WRITE-RTN
               PERFORM RLOG-REPORT-RTN
           ELSE IF BATCH-JOB IS EQUAL TO "INTEGCHK"
               MOVE "N" TO IC-FIX
               IF BATCH-PARM IS EQUAL TO "FIX"
                   PERFORM IC-APPROVE-RTN
               END-IF
               PERFORM IC-RUN-RTN
               MOVE IC-TOTS TO RLOG-TEXT
               PERFORM RLOG-WRITE-RTN
               PERFORM RLOG-REPORT-RTN
               IF IC-SER IS GREATER THAN ZERO
                   MOVE "Y" TO BATCH-FAIL
               ELSE IF IC-WARN IS GREATER THAN ZERO
                   MOVE "Y" TO BATCH-WARN
               END-IF
           ELSE IF BATCH-JOB IS EQUAL TO "UNDELIV"
               MOVE 2 TO DLV-ODAYS
               IF BATCH-PARM IS NOT EQUAL TO SPACES
                   AND BATCH-PARM (1:3) IS NOT NUMERIC
                   MOVE "BAD DAYS PARAMETER - DDD" TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   MOVE "Y" TO BATCH-FAIL
               ELSE
                   IF BATCH-PARM (1:3) IS NUMERIC
                       MOVE BATCH-PARM (1:3) TO DLV-ODAYS
                   END-IF
                   PERFORM DLV-OPEN-RTN
                   MOVE DLU-TOTS TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   PERFORM RLOG-REPORT-RTN
                   IF DLV-OLD IS GREATER THAN ZERO
                       MOVE "Y" TO BATCH-WARN
                   END-IF
               END-IF
           ELSE IF BATCH-JOB IS EQUAL TO "SCORECRD"
               ACCEPT SC-TODAY FROM DATE
               MOVE BATCH-PARM TO SC-MONTH
               IF SC-MONTH IS EQUAL TO SPACES
                   MOVE SC-TODAY (1:4) TO SC-MONTH
               END-IF
               IF SC-MONTH IS NOT NUMERIC
                   MOVE "BAD MONTH PARAMETER - NOTHING RUN"
                       TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   MOVE "Y" TO BATCH-FAIL
               ELSE
                   PERFORM SC-RUN-RTN
                   MOVE SC-TOTS TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
                   PERFORM RLOG-REPORT-RTN
                   IF SC-LOW IS GREATER THAN ZERO
                       MOVE "Y" TO BATCH-WARN
                   END-IF
               END-IF
           ELSE
               MOVE "UNKNOWN JOB - NOTHING RUN" TO RLOG-TEXT
               PERFORM RLOG-WRITE-RTN
           MOVE BATCH-JOB TO RLOG-TEXT (9:8).
           IF BATCH-FAIL IS EQUAL TO "Y"
               MOVE "FAIL" TO RLOG-TEXT (18:4)
           ELSE IF BATCH-WARN IS EQUAL TO "Y"
               MOVE "WARN" TO RLOG-TEXT (18:4)
           ELSE
               MOVE "OK" TO RLOG-TEXT (18:2)
           END-IF.
           PERFORM BATRES-WRITE-RTN.
           OPEN OUTPUT BATCTL.
           CLOSE BATCTL.
           MOVE BRES-RC TO RETURN-CODE.
       RLOG-WRITE-RTN.
           ACCEPT RLOG-DATE FROM DATE.
           OPEN EXTEND RUNLOG.
       BATRES-WRITE-RTN.
           IF BATCH-FAIL IS EQUAL TO "Y"
               MOVE "FAIL" TO BRES-STAT
               MOVE 8 TO BRES-RC
           ELSE IF BATCH-WARN IS EQUAL TO "Y"
               MOVE "WARN" TO BRES-STAT
               MOVE 4 TO BRES-RC
           ELSE
               MOVE "OK" TO BRES-STAT
               MOVE ZERO TO BRES-RC
           END-IF.
           MOVE BATCH-JOB TO BRES-JOB.
           ACCEPT BRES-DATE FROM DATE.
               DISPLAY (13, 20) "SUPERVISOR SIGN-ON REQUIRED".
       AUTH-RTN.
           MOVE "Y" TO AUTH-OK.
           IF CHOICE = 27 OR CHOICE = 29
               IF OPERATOR-LEVEL IS NOT EQUAL TO "S"
                   MOVE "N" TO AUTH-OK
               END-IF
                   OR CHOICE = 11 OR CHOICE = 12 OR CHOICE = 13
                   OR CHOICE = 14 OR CHOICE = 16 OR CHOICE = 17
                   OR CHOICE = 19 OR CHOICE = 20 OR CHOICE = 21
                   OR CHOICE = 22 OR CHOICE = 25 OR CHOICE = 28
                   OR CHOICE = 29 OR CHOICE = 30
                   OR CHOICE = 31 OR CHOICE = 32
                   OR CHOICE = 33 OR CHOICE = 34)
               IF CHOICE IS GREATER THAN ZERO
                   AND CHOICE IS NOT GREATER THAN 30
                   AND OPERATOR-PERMS (CHOICE:1) IS EQUAL TO "Y"
           PERFORM TWENTY-SIXTH-CHOICE
           ELSE IF CHOICE = 27
           PERFORM TWENTY-SEVENTH-CHOICE
           ELSE IF CHOICE = 28
           PERFORM TWENTY-EIGHTH-CHOICE
           ELSE IF CHOICE = 29
           PERFORM TWENTY-NINTH-CHOICE
           ELSE IF CHOICE = 30
           PERFORM THIRTIETH-CHOICE
           ELSE IF CHOICE = 31
           PERFORM THIRTY-FIRST-CHOICE
           ELSE IF CHOICE = 32
           PERFORM THIRTY-SECOND-CHOICE
           ELSE IF CHOICE = 33
           PERFORM THIRTY-THIRD-CHOICE
           ELSE IF CHOICE = 34
           PERFORM THIRTY-FOURTH-CHOICE
           ELSE
           DISPLAY SCR.
       CHOICE-RTN.
           DISPLAY (16, 10) "[10] BATCH GOODS RECEIVING"
           DISPLAY (17, 10) "[11] STOCK-TAKE / CYCLE COUNT"
           DISPLAY (18, 10) "[12] MOVEMENT HISTORY INQUIRY"
           DISPLAY (19, 10) "[13] SALES ORDERS / DELIVERIES"
           DISPLAY (20, 10) "[14] END-OF-DAY CLOSE"
           DISPLAY (21, 10) "[15] NAME SEARCH / CODE BROWSE"
           DISPLAY (22, 10) "[16] MONTH-END ARCHIVE / SALES TREND"
           DISPLAY (7, 48) "[17] GROSS MARGIN REPORT"
           DISPLAY (8, 48) "[18] PURCHASE ORDERS / SCORECARD"
           DISPLAY (9, 48) "[19] POST CUSTOMER PAYMENT"
           DISPLAY (10, 48) "[20] STATEMENT / AGING"
           DISPLAY (11, 48) "[21] RETURNS (CUST/SUPP)"
           DISPLAY (15, 48) "[25] SALES TREND / REORDER"
           DISPLAY (16, 48) "[26] CHANGE PASSWORD"
           DISPLAY (17, 48) "[27] OPERATOR MAINTENANCE"
           DISPLAY (18, 48) "[28] STOCK TRANSFERS"
           DISPLAY (19, 48) "[29] CUSTOMER MAINTENANCE"
           DISPLAY (20, 48) "[30] SUPPLIER INVOICES / PAYABLES"
           DISPLAY (21, 48) "[31] GENERAL LEDGER EXPORT"
           DISPLAY (22, 48) "[32] MONTHLY VAT SUMMARY"
           DISPLAY (23, 10) "[33] KITS / WORK ORDERS"
           DISPLAY (23, 48) "[34] INTEGRITY CHECK"
           DISPLAY (24, 10) "INPUT: "
           ACCEPT (24, 17) CHOICE.
           DISPLAY SCR.
               END-IF
           END-IF.
           PERFORM ADD-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE INFILE.
           PERFORM LOC-SUM-RTN.
           MOVE QNUM TO A-QNUM.
           MOVE COUNTS TO A-COUNT.
           MOVE T-PRICE TO A-TPRICE.
           DISPLAY HDG1
                   BLNK-HDG.
           DISPLAY ASSETS.
           MOVE "T" TO LOC-PRT.
           PERFORM LOC-SUM-PRINT-RTN.
           CLOSE TOTFILE.
           PERFORM CHECKPOINT-CLEAR-RTN.
       ADD-RTN.
           ADD 1 TO COUNTS.
                   IF UPD-VALID IS EQUAL TO "Y"
                       REWRITE INREC
                         INVALID KEY
                           DISPLAY (21, 10) "UPDATE FAILED"
                         NOT INVALID KEY
                           MOVE "UPDATE" TO AUD-ACTION
                           MOVE AUD-OLDQTY TO AUD-OLD-QTY
           MOVE "Y" TO UPD-VALID.
           DISPLAY (14, 10) "ENTER NEW PRODUCT NAME (BLANK=NO CHANGE):".
           ACCEPT (14, 53) NWNAM.
           DISPLAY (16, 10) "NEW COMPANY TOTAL QTY (ALL LOCATIONS):".
           ACCEPT (16, 50) NWQTY.
           DISPLAY (18, 10) "NEW PRICE (9999999=LAST 2 CENTAVOS):".
           ACCEPT (18, 40) NWPRI.
           DISPLAY (19, 10) "NEW UNIT COST (9999999 FORMAT):".
           ACCEPT (19, 43) NWCOST.
           DISPLAY (20, 10) "NEW VAT STATUS V/Z/X (BLANK=NO CHANGE):".
           MOVE SPACE TO NWVAT.
           ACCEPT (20, 51) NWVAT.
           PERFORM LS-LOAD-RTN.
           MOVE ZERO TO LOC-OTHER.
           MOVE SPACES TO LOC-WLOC.
           PERFORM LOC-ONHAND-SCAN-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           IF NWQTY IS NOT NUMERIC
               DISPLAY (21, 10) "QTY MUST BE NUMERIC - NOT UPDATED"
               MOVE "N" TO UPD-VALID
           ELSE IF NWQTY IS LESS THAN LOC-OTHER
               DISPLAY (21, 10)
                   "QTY BELOW BRANCH/TRANSIT STOCK - NOT UPDATED"
               MOVE "N" TO UPD-VALID
           ELSE IF NWPRI IS NOT NUMERIC
               DISPLAY (21, 10) "PRICE MUST BE NUMERIC - NOT UPDATED"
               MOVE "N" TO UPD-VALID
           ELSE IF NWCOST IS NOT NUMERIC
               DISPLAY (21, 10) "COST MUST BE NUMERIC - NOT UPDATED"
               MOVE "N" TO UPD-VALID
           ELSE IF NWVAT IS NOT EQUAL TO SPACE
               AND NWVAT IS NOT EQUAL TO "V"
               AND NWVAT IS NOT EQUAL TO "Z"
               AND NWVAT IS NOT EQUAL TO "X"
               DISPLAY (21, 10) "VAT STATUS MUST BE V, Z OR X"
               MOVE "N" TO UPD-VALID
           ELSE
               IF NWNAM IS NOT EQUAL TO SPACES
               MOVE NWQTY TO QUANTITY
               MOVE NWPRI TO PRICE
               MOVE NWCOST TO UNITCOST
               IF NWVAT IS NOT EQUAL TO SPACE
                   MOVE NWVAT TO VATCODE
               END-IF
           END-IF.
       FIFTH-CHOICE.
           DISPLAY SCR.
           ACCEPT (14, 50) NWLOT.
           DISPLAY (15, 20) "ENTER LOT EXPIRY (YYMMDD):".
           ACCEPT (15, 48) NWEXP.
           DISPLAY (16, 20) "VAT STATUS V/Z/X (BLANK=V):".
           MOVE SPACE TO NWVAT.
           ACCEPT (16, 48) NWVAT.
           IF NWVAT IS EQUAL TO SPACE
               MOVE "V" TO NWVAT
           END-IF.
           IF NWPROD IS EQUAL TO SPACES
               DISPLAY (17, 20) "CODE CANNOT BE BLANK - NOT ADDED"
           ELSE IF NWQTY IS NOT NUMERIC
               DISPLAY (17, 20) "PRICE MUST BE NUMERIC - NOT ADDED"
           ELSE IF NWCOST IS NOT NUMERIC
               DISPLAY (17, 20) "COST MUST BE NUMERIC - NOT ADDED"
           ELSE IF NWVAT IS NOT EQUAL TO "V"
               AND NWVAT IS NOT EQUAL TO "Z"
               AND NWVAT IS NOT EQUAL TO "X"
               DISPLAY (17, 20) "VAT STATUS MUST BE V, Z OR X"
           ELSE
               MOVE NWPROD TO PRODUCTCODE
               READ INFILE KEY IS PRODUCTCODE
           MOVE NWQTY TO QUANTITY.
           MOVE NWPRI TO PRICE.
           MOVE NWCOST TO UNITCOST.
           MOVE NWVAT TO VATCODE.
           WRITE INREC
               INVALID KEY
                   IF INFILE-DUP
                   MOVE 999999 TO LOT-EXP
               END-IF
               MOVE NWQTY TO LOT-QTY
               MOVE SPACES TO LOT-LOC
               WRITE LOT-REC
               CLOSE LOTFILE
           END-IF.
           END-READ.
       SEVENTH-CHOICE.
           PERFORM INPUT-RTN.
           PERFORM LOC-LOAD-RTN.
           PERFORM LOC-ASK-RTN.
           IF LOC-OK IS EQUAL TO "Y"
               PERFORM DISPATCH-POST-RTN
           END-IF.
       DISPATCH-POST-RTN.
           PERFORM LS-LOAD-RTN.
           OPEN I-O INFILE.
           OPEN EXTEND AUDFILE.
           OPEN EXTEND DISPFILE.
                   DISPLAY HDG1
                           HDG2
                   DISPLAY DISP-REC
                   PERFORM LOC-ONHAND-RTN
                   DISPLAY (19, 10) "ON HAND AT " LOC-WLOC ":"
                   DISPLAY (19, 30) LOC-ONH
                   DISPLAY (20, 10) "ENTER QTY SOLD/DISPATCHED:"
                   ACCEPT (20, 38) QTYOUT
                   MOVE "Y" TO LOC-ROOM
                   MOVE ZERO TO LOC-NEW
                   PERFORM LOC-ROOM-RTN
                   IF QTYOUT IS GREATER THAN LOC-ONH
                       DISPLAY (22, 10) "QTY EXCEEDS ON-HAND - REFUSED"
                   ELSE
                       IF LOC-ROOM IS EQUAL TO "N"
                           DISPLAY (22, 10)
                               "LOCATION TABLE FULL - REFUSED"
                       ELSE
                           MOVE QUANTITY TO AUD-OLDQTY
                           MOVE PRICE TO AUD-OLDPRI
                           SUBTRACT QTYOUT FROM QUANTITY
                           REWRITE INREC
                             INVALID KEY
                               DISPLAY (24, 10) "DISPATCH FAILED"
                             NOT INVALID KEY
                               MOVE "DISPAT" TO AUD-ACTION
                               MOVE AUD-OLDQTY TO AUD-OLD-QTY
                               MOVE AUD-OLDPRI TO AUD-OLD-PRICE
                               MOVE QUANTITY TO AUD-NEW-QTY
                               MOVE PRICE TO AUD-NEW-PRICE
                               PERFORM AUDIT-RTN
                               PERFORM DISPATCH-LOG-RTN
                               SUBTRACT QTYOUT FROM ZERO
                                   GIVING LOC-DELTA
                               PERFORM LOC-POST-RTN
                               PERFORM LOT-DISP-RTN
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
           CLOSE INFILE, AUDFILE, DISPFILE.
           PERFORM LS-SAVE-GUARD-RTN.
       DISPATCH-LOG-RTN.
           MOVE PRODUCTCODE TO DT-CODE.
           MOVE QTYOUT TO DT-QTY-OUT.
           MOVE SPACES TO DT-CUST.
           MOVE PRICE TO DT-PRICE.
           MOVE UNITCOST TO DT-COST.
           MOVE PRICE TO DT-LPRICE.
           ACCEPT DT-DATE FROM DATE.
           WRITE DISP-TRAN-REC.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
           WRITE PON-REC.
           CLOSE POCTL.
       PO-LOG-RTN.
           MOVE SPACES TO PL-REC.
           MOVE PO-CURNO TO PL-PONO.
           MOVE SUP-CODE TO PL-SUPP.
           MOVE PRODUCTCODE TO PL-PCODE.
           MOVE ZERO TO PL-RQTY.
           MOVE "O" TO PL-STAT.
           MOVE PO-HDG-DATE TO PL-DATE.
           MOVE UNITCOST TO PL-PRICE.
           MOVE ZERO TO PL-RDATE.
           MOVE ZERO TO PL-CDATE.
           WRITE PL-REC.
       TENTH-CHOICE.
           PERFORM LOC-LOAD-RTN.
           IF BATCH-MODE IS EQUAL TO "Y"
               MOVE BATCH-PARM TO LOC-WLOC
               PERFORM LOC-CHECK-RTN
           ELSE
               PERFORM LOC-ASK-RTN
           END-IF.
           IF LOC-OK IS EQUAL TO "Y"
               MOVE LOC-WLOC TO RCV-RUNLOC
               PERFORM RECEIVE-RUN-RTN
           ELSE IF BATCH-MODE IS EQUAL TO "Y"
               MOVE "UNKNOWN RECEIVING LOCATION" TO RLOG-TEXT
               PERFORM RLOG-WRITE-RTN
               MOVE "Y" TO BATCH-FAIL
           END-IF.
       RECEIVE-RUN-RTN.
           PERFORM BACKUP-RTN.
           PERFORM PO-LOAD-RTN.
           PERFORM BO-LOAD-RTN.
           PERFORM LOT-LOAD-RTN.
           PERFORM LS-LOAD-RTN.
           MOVE "NO" TO EOF.
           MOVE ZERO TO RCV-POSTED.
           MOVE ZERO TO RCV-EXCEPT.
           MOVE ZERO TO RCV-NET.
           MOVE ZERO TO RCV-VAT.
           MOVE ZERO TO RCV-GROSS.
           OPEN I-O INFILE.
           OPEN EXTEND AUDFILE.
           MOVE "RECEIVING" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           OPEN INPUT RCVFILE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM LOC-HDG-LINE.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY HDG1
                       BLNK-HDG
           MOVE RCV-POSTED TO RCVT-POSTED.
           MOVE RCV-EXCEPT TO RCVT-EXCEPT.
           WRITE OUTREC-HDG FROM RCV-TOTS AFTER ADVANCING 2.
           MOVE RCV-NET TO RCVV-NET.
           MOVE RCV-VAT TO RCVV-VAT.
           MOVE RCV-GROSS TO RCVV-GROSS.
           WRITE OUTREC-HDG FROM RCV-VAT-LINE.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY RCV-TOTS
               DISPLAY RCV-VAT-LINE
           END-IF.
           IF PT-FULL IS EQUAL TO "Y"
               IF BATCH-MODE IS EQUAL TO "Y"
               PERFORM PO-SAVE-RTN
           END-IF.
           PERFORM LOT-SAVE-GUARD-RTN.
           PERFORM LS-SAVE-GUARD-RTN.
           CLOSE INFILE, AUDFILE, RCVFILE, OUTFILE.
       RECEIVE-RTN.
           IF RCV-LOC IS EQUAL TO SPACES
               MOVE RCV-RUNLOC TO LOC-WLOC
           ELSE
               MOVE RCV-LOC TO LOC-WLOC
           END-IF.
           PERFORM LOC-FIND-RTN.
           MOVE RCV-CODE TO PRODUCTCODE.
           MOVE "Y" TO LOC-ROOM.
           MOVE ZERO TO LOC-NEW.
           PERFORM LOC-ROOM-RTN.
           IF RCV-QTY IS NOT NUMERIC
               MOVE "QTY NOT NUMERIC - SKIPPED" TO RCVX-MSG
               PERFORM RECEIVE-EXC-RTN
           ELSE IF LC-HIT IS EQUAL TO ZERO
               MOVE "UNKNOWN LOCATION - SKIPPED" TO RCVX-MSG
               PERFORM RECEIVE-EXC-RTN
           ELSE IF LOC-ROOM IS EQUAL TO "N"
               MOVE "LOC TABLE FULL - SKIPPED" TO RCVX-MSG
               PERFORM RECEIVE-EXC-RTN
           ELSE
               PERFORM RECEIVE-POST-RTN
           END-IF.
                   MOVE QUANTITY TO AUD-NEW-QTY
                   MOVE PRICE TO AUD-NEW-PRICE
                   PERFORM AUDIT-RTN
                   MOVE RCV-QTY TO LOC-DELTA
                   PERFORM LOC-POST-RTN
                   PERFORM LOT-RECV-RTN
                   PERFORM PO-MATCH-RTN
                   PERFORM RCV-VAT-RTN
                   PERFORM BO-REPORT-RTN
           END-REWRITE.
       RCV-VAT-RTN.
           MOVE SPACES TO RH-REC.
           ACCEPT RH-DATE FROM DATE.
           MOVE RCV-CODE TO RH-CODE.
           MOVE RCV-QTY TO RH-QTY.
           MOVE UNITCOST TO RH-PRICE.
           IF RCV-PON IS NUMERIC
               AND PT-FOUND IS EQUAL TO "Y"
               MOVE RCV-PON TO RH-PONO
               IF PT-PRICE (PT-HIT) IS NUMERIC
                   MOVE PT-PRICE (PT-HIT) TO RH-PRICE
               END-IF
           END-IF.
           MOVE VATCODE TO VAT-WCODE.
           IF VAT-WCODE IS NOT EQUAL TO "Z"
               AND VAT-WCODE IS NOT EQUAL TO "X"
               MOVE "V" TO VAT-WCODE
           END-IF.
           MOVE VAT-WCODE TO RH-VATCD.
           MULTIPLY RCV-QTY BY RH-PRICE GIVING VAT-NET.
           PERFORM VAT-ADD-RTN.
           MOVE VAT-NET TO RH-NET.
           MOVE VAT-AMT TO RH-VAT.
           MOVE VAT-GROSS TO RH-GROSS.
           OPEN EXTEND RHFILE.
           WRITE RH-REC.
           CLOSE RHFILE.
           ADD VAT-NET TO RCV-NET.
           ADD VAT-AMT TO RCV-VAT.
           ADD VAT-GROSS TO RCV-GROSS.
       LOT-LOAD-RTN.
           MOVE ZERO TO LT-CNT.
           MOVE "N" TO LT-FULL.
           END-IF.
       LOT-RECV-RTN.
           MOVE RCV-CODE TO LOT-WCODE.
           MOVE LOC-WLOC TO LOT-WLOC.
           IF RCV-LOT IS EQUAL TO SPACES
               MOVE RCV-REF TO LOT-NO
           ELSE
               END-ADD
           ELSE IF LT-CNT IS LESS THAN 999
               ADD 1 TO LT-CNT
               MOVE SPACES TO LT-RAW (LT-CNT)
               MOVE LOT-WCODE TO LTF-CODE (LT-CNT)
               MOVE LOT-NO TO LTF-NO (LT-CNT)
               MOVE LOT-WLOC TO LTF-LOC (LT-CNT)
               IF RCV-EXPIRY IS NUMERIC
                   MOVE RCV-EXPIRY TO LTF-EXP (LT-CNT)
               ELSE
           IF LTF-CODE (LT-NDX) IS EQUAL TO LOT-WCODE
               AND LTF-NO (LT-NDX) IS EQUAL TO LOT-NO
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND (LTF-LOC (LT-NDX) IS EQUAL TO LOT-WLOC
                   OR (LTF-LOC (LT-NDX) IS EQUAL TO SPACES
                       AND LOT-WLOC IS EQUAL TO LC-HOME))
               MOVE "Y" TO LT-FOUND
               MOVE LT-NDX TO LT-HIT
           END-IF.
               ADD 1 TO LOT-A-CNT
               MOVE LTF-NO (LOT-BEST) TO LOT-A-NO (LOT-A-CNT)
               MOVE LOT-TAKE TO LOT-A-QTY (LOT-A-CNT)
               MOVE LTF-EXP (LOT-BEST) TO LOT-A-EXP (LOT-A-CNT)
           END-IF.
       LOT-BEST-SCAN-RTN.
           IF LTF-CODE (LT-NDX) IS EQUAL TO LOT-WCODE
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND LTF-QTY (LT-NDX) IS GREATER THAN ZERO
               AND LTF-EXP (LT-NDX) IS NUMERIC
               AND (LTF-LOC (LT-NDX) IS EQUAL TO LOT-WLOC
                   OR (LTF-LOC (LT-NDX) IS EQUAL TO SPACES
                       AND LOT-WLOC IS EQUAL TO LC-HOME))
               IF LOT-BEST IS EQUAL TO ZERO
                   MOVE LT-NDX TO LOT-BEST
               ELSE IF LTF-EXP (LT-NDX)
       LOT-DISP-RTN.
           PERFORM LOT-LOAD-RTN.
           MOVE PRODUCTCODE TO LOT-WCODE.
           MOVE LOC-WLOC TO LOT-WLOC.
           MOVE QTYOUT TO LOT-WQTY.
           PERFORM LOT-ALLOC-RTN.
           PERFORM LOT-SHOW-RTN
           MOVE LOT-A-NO (LOT-A-NDX) TO LOTD-NO.
           MOVE LOT-A-QTY (LOT-A-NDX) TO LOTD-QTY.
           DISPLAY LOT-DISP-LINE.
       LOC-LOAD-RTN.
           MOVE ZERO TO LC-CNT.
           MOVE "MAIN" TO LC-HOME.
           MOVE "NO" TO EOF1.
           OPEN INPUT LOCFILE.
           READ LOCFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM LOC-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE LOCFILE.
           IF LC-CNT IS EQUAL TO ZERO
               MOVE 1 TO LC-CNT
               MOVE "MAIN" TO LC-CODE (1)
               MOVE "MAIN STORE" TO LC-NAME (1)
           END-IF.
           MOVE LC-CODE (1) TO LC-HOME.
       LOC-LOAD-ONE-RTN.
           IF LOC-CODE IS NOT EQUAL TO SPACES
               AND LOC-CODE IS NOT EQUAL TO LOC-TRANSIT
               AND LC-CNT IS LESS THAN 20
               ADD 1 TO LC-CNT
               MOVE LOC-CODE TO LC-CODE (LC-CNT)
               MOVE LOC-NAME TO LC-NAME (LC-CNT)
           END-IF.
           READ LOCFILE AT END MOVE "YES" TO EOF1
           END-READ.
       LOC-ASK-RTN.
           MOVE SPACES TO LOC-WLOC.
           DISPLAY (3, 10) "LOCATION (BLANK=HOME):".
           ACCEPT (3, 33) LOC-WLOC.
           PERFORM LOC-CHECK-RTN.
           IF LOC-OK IS NOT EQUAL TO "Y"
               DISPLAY (3, 40) "UNKNOWN LOCATION"
           END-IF.
       LOC-CHECK-RTN.
           IF LOC-WLOC IS EQUAL TO SPACES
               MOVE LC-HOME TO LOC-WLOC
           END-IF.
           PERFORM LOC-FIND-RTN.
           IF LC-HIT IS EQUAL TO ZERO
               MOVE "N" TO LOC-OK
           ELSE
               MOVE "Y" TO LOC-OK
               MOVE LOC-WLOC TO LOCH-CODE
               MOVE LC-NAME (LC-HIT) TO LOCH-NAME
           END-IF.
       LOC-FIND-RTN.
           MOVE ZERO TO LC-HIT.
           PERFORM LOC-SCAN-RTN
               VARYING LC-NDX FROM 1 BY 1
               UNTIL LC-NDX IS GREATER THAN LC-CNT
               OR LC-HIT IS GREATER THAN ZERO.
       LOC-SCAN-RTN.
           IF LC-CODE (LC-NDX) IS EQUAL TO LOC-WLOC
               MOVE LC-NDX TO LC-HIT
           END-IF.
       LOC-ONHAND-RTN.
           MOVE ZERO TO LOC-OTHER.
           MOVE ZERO TO LS-HIT.
           PERFORM LOC-ONHAND-SCAN-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           IF LOC-WLOC IS EQUAL TO LC-HOME
               SUBTRACT LOC-OTHER FROM QUANTITY GIVING LOC-ONH
           ELSE IF LS-HIT IS GREATER THAN ZERO
               MOVE LSF-QTY (LS-HIT) TO LOC-ONH
           ELSE
               MOVE ZERO TO LOC-ONH
           END-IF.
       LOC-ONHAND-SCAN-RTN.
           IF LSF-CODE (LS-NDX) IS EQUAL TO PRODUCTCODE
               ADD LSF-QTY (LS-NDX) TO LOC-OTHER
               IF LSF-LOC (LS-NDX) IS EQUAL TO LOC-WLOC
                   MOVE LS-NDX TO LS-HIT
               END-IF
           END-IF.
       LOC-POST-RTN.
           IF LOC-WLOC IS NOT EQUAL TO LC-HOME
               MOVE ZERO TO LS-HIT
               PERFORM LOC-POST-SCAN-RTN
                   VARYING LS-NDX FROM 1 BY 1
                   UNTIL LS-NDX IS GREATER THAN LS-CNT
                   OR LS-HIT IS GREATER THAN ZERO
               IF LS-HIT IS EQUAL TO ZERO
                   IF LS-CNT IS LESS THAN 999
                       ADD 1 TO LS-CNT
                       MOVE SPACES TO LS-RAW (LS-CNT)
                       MOVE PRODUCTCODE TO LSF-CODE (LS-CNT)
                       MOVE LOC-WLOC TO LSF-LOC (LS-CNT)
                       MOVE ZERO TO LSF-QTY (LS-CNT)
                       MOVE LS-CNT TO LS-HIT
                   ELSE
                       MOVE "Y" TO LS-FULL
                   END-IF
               END-IF
               IF LS-HIT IS GREATER THAN ZERO
                   ADD LSF-QTY (LS-HIT) TO LOC-DELTA
                       GIVING LOC-NEWQ
                   IF LOC-NEWQ IS LESS THAN ZERO
                       MOVE ZERO TO LSF-QTY (LS-HIT)
                   ELSE
                       MOVE LOC-NEWQ TO LSF-QTY (LS-HIT)
                   END-IF
               END-IF
           END-IF.
       LOC-ROOM-RTN.
           IF LOC-WLOC IS NOT EQUAL TO LC-HOME
               IF LS-FULL IS EQUAL TO "Y"
                   MOVE "N" TO LOC-ROOM
               ELSE
                   MOVE ZERO TO LS-HIT
                   PERFORM LOC-POST-SCAN-RTN
                       VARYING LS-NDX FROM 1 BY 1
                       UNTIL LS-NDX IS GREATER THAN LS-CNT
                       OR LS-HIT IS GREATER THAN ZERO
                   IF LS-HIT IS EQUAL TO ZERO
                       ADD 1 TO LOC-NEW
                       IF LS-CNT + LOC-NEW IS GREATER THAN 999
                           MOVE "N" TO LOC-ROOM
                       END-IF
                   END-IF
               END-IF
           END-IF.
       LOC-POST-SCAN-RTN.
           IF LSF-CODE (LS-NDX) IS EQUAL TO PRODUCTCODE
               AND LSF-LOC (LS-NDX) IS EQUAL TO LOC-WLOC
               MOVE LS-NDX TO LS-HIT
           END-IF.
       LS-LOAD-RTN.
           MOVE ZERO TO LS-CNT.
           MOVE "N" TO LS-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT LSFILE.
           READ LSFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM LS-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE LSFILE.
       LS-LOAD-ONE-RTN.
           IF LS-CODE IS NOT EQUAL TO SPACES
               IF LS-CNT IS LESS THAN 999
                   ADD 1 TO LS-CNT
                   MOVE LS-REC TO LS-RAW (LS-CNT)
                   IF LSF-QTY (LS-CNT) IS NOT NUMERIC
                       MOVE ZERO TO LSF-QTY (LS-CNT)
                   END-IF
               ELSE
                   MOVE "Y" TO LS-FULL
               END-IF
           END-IF.
           READ LSFILE AT END MOVE "YES" TO EOF1
           END-READ.
       LS-SAVE-GUARD-RTN.
           IF LS-FULL IS EQUAL TO "Y"
               IF BATCH-MODE IS EQUAL TO "Y"
                   MOVE "LOCATION TABLE FULL - LOCSTK NOT UPDATED"
                       TO RLOG-TEXT
                   PERFORM RLOG-WRITE-RTN
               ELSE
                   DISPLAY (23, 10)
                       "LOCATION TABLE FULL - LOCSTK NOT UPDATED"
               END-IF
           ELSE
               PERFORM LS-SAVE-RTN
           END-IF.
       LS-SAVE-RTN.
           OPEN OUTPUT LSFILE.
           PERFORM LS-SAVE-ONE-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           CLOSE LSFILE.
       LS-SAVE-ONE-RTN.
           IF LSF-QTY (LS-NDX) IS GREATER THAN ZERO
               MOVE LS-RAW (LS-NDX) TO LS-REC
               WRITE LS-REC
           END-IF.
       LOC-SUM-RTN.
           PERFORM LOC-LOAD-RTN.
           PERFORM LS-LOAD-RTN.
           PERFORM LOC-SUM-INIT-RTN
               VARYING LC-NDX FROM 1 BY 1
               UNTIL LC-NDX IS GREATER THAN LC-CNT.
           MOVE ZERO TO LOC-TRN-QTY LOC-TRN-VAL.
           MOVE ZERO TO LOC-CO-QTY LOC-CO-VAL.
           MOVE "NO" TO EOF.
           OPEN INPUT INFILE.
           READ INFILE NEXT RECORD AT END MOVE "YES" TO EOF END-READ.
           PERFORM LOC-SUM-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE INFILE.
       LOC-SUM-INIT-RTN.
           MOVE ZERO TO LC-QTY (LC-NDX).
           MOVE ZERO TO LC-VAL (LC-NDX).
       LOC-SUM-ONE-RTN.
           MOVE ZERO TO LOC-OTHER.
           PERFORM LOC-SUM-ROW-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           SUBTRACT LOC-OTHER FROM QUANTITY GIVING LOC-ONH.
           ADD LOC-ONH TO LC-QTY (1).
           MULTIPLY LOC-ONH BY UNITCOST GIVING LOC-WVAL.
           ADD LOC-WVAL TO LC-VAL (1).
           ADD QUANTITY TO LOC-CO-QTY.
           MULTIPLY QUANTITY BY UNITCOST GIVING LOC-WVAL.
           ADD LOC-WVAL TO LOC-CO-VAL.
           READ INFILE NEXT RECORD AT END MOVE "YES" TO EOF
           END-READ.
       LOC-SUM-ROW-RTN.
           IF LSF-CODE (LS-NDX) IS EQUAL TO PRODUCTCODE
               ADD LSF-QTY (LS-NDX) TO LOC-OTHER
               MULTIPLY LSF-QTY (LS-NDX) BY UNITCOST GIVING LOC-WVAL
               IF LSF-LOC (LS-NDX) IS EQUAL TO LOC-TRANSIT
                   ADD LSF-QTY (LS-NDX) TO LOC-TRN-QTY
                   ADD LOC-WVAL TO LOC-TRN-VAL
               ELSE
                   MOVE LSF-LOC (LS-NDX) TO LOC-WLOC
                   PERFORM LOC-FIND-RTN
                   IF LC-HIT IS EQUAL TO ZERO
                       AND LC-CNT IS LESS THAN 20
                       ADD 1 TO LC-CNT
                       MOVE LOC-WLOC TO LC-CODE (LC-CNT)
                       MOVE "(NO LOCATION RECORD)"
                           TO LC-NAME (LC-CNT)
                       MOVE ZERO TO LC-QTY (LC-CNT)
                       MOVE ZERO TO LC-VAL (LC-CNT)
                       MOVE LC-CNT TO LC-HIT
                   END-IF
                   IF LC-HIT IS GREATER THAN ZERO
                       ADD LSF-QTY (LS-NDX) TO LC-QTY (LC-HIT)
                       ADD LOC-WVAL TO LC-VAL (LC-HIT)
                   END-IF
               END-IF
           END-IF.
       LOC-SUM-PRINT-RTN.
           MOVE LOC-SUM-HDG TO LOC-SUM-LINE.
           PERFORM LOC-SUM-WRITE-RTN.
           PERFORM LOC-SUM-PLINE-RTN
               VARYING LC-NDX FROM 1 BY 1
               UNTIL LC-NDX IS GREATER THAN LC-CNT.
           MOVE SPACES TO LOC-SUM-LINE.
           MOVE "TRANSIT" TO LSX-CODE.
           MOVE "BETWEEN LOCATIONS" TO LSX-NAME.
           MOVE LOC-TRN-QTY TO LSX-QTY.
           MOVE LOC-TRN-VAL TO LSX-VAL.
           PERFORM LOC-SUM-WRITE-RTN.
           MOVE SPACES TO LOC-SUM-LINE.
           MOVE "COMPANY" TO LSX-CODE.
           MOVE "ALL LOCATIONS" TO LSX-NAME.
           MOVE LOC-CO-QTY TO LSX-QTY.
           MOVE LOC-CO-VAL TO LSX-VAL.
           PERFORM LOC-SUM-WRITE-RTN.
       LOC-SUM-PLINE-RTN.
           MOVE SPACES TO LOC-SUM-LINE.
           MOVE LC-CODE (LC-NDX) TO LSX-CODE.
           MOVE LC-NAME (LC-NDX) TO LSX-NAME.
           MOVE LC-QTY (LC-NDX) TO LSX-QTY.
           MOVE LC-VAL (LC-NDX) TO LSX-VAL.
           PERFORM LOC-SUM-WRITE-RTN.
       LOC-SUM-WRITE-RTN.
           IF LOC-PRT IS EQUAL TO "T"
               WRITE TOT-REC FROM LOC-SUM-LINE
           ELSE
               WRITE OUTREC-HDG FROM LOC-SUM-LINE
           END-IF.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY LOC-SUM-LINE
           END-IF.
       LOT-MOVE-RTN.
           PERFORM LOT-ALLOC-RTN.
           PERFORM LOT-MOVE-ONE-RTN
               VARYING LOT-A-NDX FROM 1 BY 1
               UNTIL LOT-A-NDX IS GREATER THAN LOT-A-CNT.
       LOT-MOVE-ONE-RTN.
           MOVE LOT-A-NO (LOT-A-NDX) TO LOT-WNO.
           MOVE ZERO TO LT-HIT.
           PERFORM LOT-MOVE-SCAN-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT
               OR LT-HIT IS GREATER THAN ZERO.
           IF LT-HIT IS GREATER THAN ZERO
               ADD LOT-A-QTY (LOT-A-NDX) TO LTF-QTY (LT-HIT)
                   ON SIZE ERROR
                       MOVE 99999 TO LTF-QTY (LT-HIT)
               END-ADD
           ELSE IF LT-CNT IS LESS THAN 999
               ADD 1 TO LT-CNT
               MOVE SPACES TO LT-RAW (LT-CNT)
               MOVE LOT-WCODE TO LTF-CODE (LT-CNT)
               MOVE LOT-WNO TO LTF-NO (LT-CNT)
               MOVE LOT-A-EXP (LOT-A-NDX) TO LTF-EXP (LT-CNT)
               MOVE LOT-A-QTY (LOT-A-NDX) TO LTF-QTY (LT-CNT)
               MOVE LOT-TOLOC TO LTF-LOC (LT-CNT)
           ELSE
               MOVE "Y" TO LT-FULL
           END-IF.
       LOT-MOVE-SCAN-RTN.
           IF LTF-CODE (LT-NDX) IS EQUAL TO LOT-WCODE
               AND LTF-NO (LT-NDX) IS EQUAL TO LOT-WNO
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND (LTF-LOC (LT-NDX) IS EQUAL TO LOT-TOLOC
                   OR (LTF-LOC (LT-NDX) IS EQUAL TO SPACES
                       AND LOT-TOLOC IS EQUAL TO LC-HOME))
               MOVE LT-NDX TO LT-HIT
           END-IF.
       BO-LOAD-RTN.
           MOVE ZERO TO BT-CNT.
           MOVE "N" TO BT-FULL.
               ON SIZE ERROR
                   MOVE 99999 TO PT-RQTY (PT-HIT)
           END-ADD.
           ACCEPT PO-TODAY FROM DATE.
           MOVE PO-TODAY TO PT-RDATE (PT-HIT).
           IF PT-RQTY (PT-HIT) IS GREATER THAN PT-OQTY (PT-HIT)
               MOVE "C" TO PT-STAT (PT-HIT)
               MOVE PO-TODAY TO PT-CDATE (PT-HIT)
               MOVE "OVER-DELIVERY ON PO" TO RCVX-MSG
               PERFORM RECEIVE-EXC-RTN
           ELSE IF PT-RQTY (PT-HIT) IS EQUAL TO PT-OQTY (PT-HIT)
               MOVE "C" TO PT-STAT (PT-HIT)
               MOVE PO-TODAY TO PT-CDATE (PT-HIT)
           ELSE
               MOVE "SHORT SHIP - PO LINE OPEN" TO RCVX-MSG
               PERFORM RECEIVE-EXC-RTN
               DISPLAY (7, 10) "POST ALL ADJUSTMENTS? (Y/N):"
               ACCEPT (7, 40) STK-AUTO
           END-IF.
           PERFORM LOC-LOAD-RTN.
           PERFORM LOC-ASK-RTN.
           IF LOC-OK IS EQUAL TO "Y"
               PERFORM STOCKTAKE-RUN-RTN
           END-IF.
       STOCKTAKE-RUN-RTN.
           DISPLAY SCR.
           PERFORM BACKUP-RTN.
           PERFORM LS-LOAD-RTN.
           MOVE ZERO TO STK-VARCNT.
           MOVE ZERO TO STK-ADJCNT.
           MOVE ZERO TO STK-EXCCNT.
           MOVE "STOCKTAKE" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM LOC-HDG-LINE.
           WRITE OUTREC-HDG FROM STK-HDG.
           DISPLAY HDG1
                   LOC-HDG-LINE
                   STK-HDG.
           IF STK-MODE IS EQUAL TO "Y"
               MOVE "NO" TO EOF
           WRITE OUTREC-HDG FROM STK-TOTS AFTER ADVANCING 2.
           DISPLAY STK-TOTS.
           CLOSE INFILE, AUDFILE, OUTFILE.
           PERFORM LS-SAVE-GUARD-RTN.
       STOCKTAKE-FILE-RTN.
           MOVE CNT-CODE TO STK-WCODE.
           IF CNT-QTY IS NOT NUMERIC
                   MOVE "NOT IN MASTER" TO STKX-MSG
                   PERFORM STOCKTAKE-EXC-RTN
               NOT INVALID KEY
                   PERFORM LOC-ONHAND-RTN
                   SUBTRACT LOC-ONH FROM STK-WQTY GIVING STK-DIFF
                   MULTIPLY STK-DIFF BY PRICE GIVING STK-VAL
                   MOVE PRODUCTCODE TO VARX-CODE
                   MOVE PRODUCTNAME TO VARX-NAME
                   MOVE LOC-ONH TO VARX-BOOK
                   MOVE STK-WQTY TO VARX-CNT
                   MOVE STK-DIFF TO VARX-DIFF
                   MOVE STK-VAL TO VARX-VAL
           WRITE OUTREC-HDG FROM STK-EXC-LINE.
           DISPLAY STK-EXC-LINE.
       STOCKTAKE-ADJ-RTN.
           MOVE "Y" TO LOC-ROOM.
           MOVE ZERO TO LOC-NEW.
           PERFORM LOC-ROOM-RTN.
           IF LOC-ROOM IS EQUAL TO "N"
               MOVE "LOCATION TABLE FULL" TO STKX-MSG
               PERFORM STOCKTAKE-EXC-RTN
           ELSE
               MOVE QUANTITY TO AUD-OLDQTY
               MOVE PRICE TO AUD-OLDPRI
               ADD STK-DIFF TO QUANTITY
               REWRITE INREC
                   INVALID KEY
                       DISPLAY (23, 10) "ADJUSTMENT FAILED"
                   NOT INVALID KEY
                       ADD 1 TO STK-ADJCNT
                       MOVE "ADJUST" TO AUD-ACTION
                       MOVE AUD-OLDQTY TO AUD-OLD-QTY
                       MOVE AUD-OLDPRI TO AUD-OLD-PRICE
                       MOVE QUANTITY TO AUD-NEW-QTY
                       MOVE PRICE TO AUD-NEW-PRICE
                       PERFORM AUDIT-RTN
                       MOVE STK-DIFF TO LOC-DELTA
                       PERFORM LOC-POST-RTN
               END-REWRITE
           END-IF.
       TWELFTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
               PERFORM HIST-HDG-RTN
           END-IF.
       THIRTEENTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "SALES ORDERS / DELIVERIES".
           DISPLAY (6, 10) "[1] ENTER SALES ORDER".
           DISPLAY (7, 10) "[2] LOAD DELIVERY RUN".
           DISPLAY (8, 10) "[3] CONFIRM DELIVERY".
           DISPLAY (9, 10) "[4] UNDELIVERED ORDERS".
           DISPLAY (11, 10) "INPUT: ".
           ACCEPT (11, 17) DLV-MODE.
           IF DLV-MODE IS NOT NUMERIC
               OR DLV-MODE IS LESS THAN 1
               OR DLV-MODE IS GREATER THAN 4
               DISPLAY (12, 10) "INVALID SALES ORDER CHOICE"
           ELSE IF DLV-MODE = 1
               PERFORM SO-ENTRY-RTN
           ELSE IF DLV-MODE = 2
               PERFORM DLV-RUN-RTN
           ELSE IF DLV-MODE = 3
               PERFORM DLV-CONF-RTN
           ELSE
               PERFORM DLV-OPEN-ASK-RTN
           END-IF.
       SO-ENTRY-RTN.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "CUSTOMER SALES ORDER".
               PERFORM CUST-FIND-RTN
               IF CUST-FOUND IS NOT EQUAL TO "Y"
                   DISPLAY (8, 10) "CUSTOMER NOT ON FILE"
               ELSE IF SO-CSTAT IS EQUAL TO "I"
                   DISPLAY (8, 10) "CUSTOMER IS INACTIVE - NO ORDER"
               ELSE
                   DISPLAY (8, 10) SO-CUSTNAME
                   IF SO-CPLIST IS NOT EQUAL TO SPACES
                       DISPLAY (8, 40) "PRICE LIST:"
                       DISPLAY (8, 52) SO-CPLIST
                   END-IF
                   PERFORM LOC-LOAD-RTN
                   PERFORM LOC-ASK-RTN
                   IF LOC-OK IS EQUAL TO "Y"
                       MOVE LOC-WLOC TO SO-LOC
                       PERFORM SO-TAKE-RTN
                   END-IF
               END-IF
           END-IF.
       CUST-FIND-RTN.
           MOVE "N" TO CUST-FOUND.
           MOVE SPACES TO SO-CPLIST.
           MOVE SPACES TO SO-CROUTE.
           MOVE "NO" TO EOF.
           OPEN INPUT CUSTFILE.
           READ CUSTFILE AT END MOVE "YES" TO EOF END-READ.
               AND CUST-CODE IS EQUAL TO SO-CUST
               MOVE "Y" TO CUST-FOUND
               MOVE CUST-NAME TO SO-CUSTNAME
               IF CUST-TERMS IS NUMERIC
                   MOVE CUST-TERMS TO SO-CTERMS
               ELSE
                   MOVE 30 TO SO-CTERMS
               END-IF
               IF CUST-LIMIT IS NUMERIC
                   MOVE CUST-LIMIT TO SO-CLIMIT
               ELSE
                   MOVE ZERO TO SO-CLIMIT
               END-IF
               IF CUST-HOLD IS EQUAL TO "Y"
                   MOVE "Y" TO SO-CHOLD
               ELSE
                   MOVE "N" TO SO-CHOLD
               END-IF
               IF CUST-STAT IS EQUAL TO "I"
                   MOVE "I" TO SO-CSTAT
               ELSE
                   MOVE "A" TO SO-CSTAT
               END-IF
               MOVE CUST-PLIST TO SO-CPLIST
               MOVE CUST-ROUTE TO SO-CROUTE
           END-IF.
           READ CUSTFILE AT END MOVE "YES" TO EOF
           END-READ.
               DISPLAY (22, 10) "NO LINES ENTERED - NO ORDER"
           ELSE
               PERFORM SO-CHECK-RTN
               IF SO-OK IS EQUAL TO "Y"
                   PERFORM SO-CREDIT-RTN
               END-IF
               IF SO-OK IS EQUAL TO "Y"
                   PERFORM SO-ORDNO-RTN
                   IF SO-OVR IS EQUAL TO "Y"
                       PERFORM SO-OVR-LOG-RTN
                   END-IF
                   PERFORM SO-BO-WRITE-RTN
                   PERFORM SO-COMMIT-RTN
                   IF SO-FAIL IS EQUAL TO "Y"
                           PERFORM SO-INV-RTN
                       END-IF
                       PERFORM SO-PRINT-RTN
                       PERFORM SO-DLV-WRITE-RTN
                   END-IF
               ELSE
                   DISPLAY (22, 10) "ORDER NOT POSTED"
       SO-CHECK-RTN.
           MOVE "Y" TO SO-OK.
           MOVE ZERO TO SO-TOT.
           MOVE ZERO TO SO-VSALE.
           MOVE ZERO TO SO-VATAMT.
           MOVE ZERO TO SO-ZSALE.
           MOVE ZERO TO SO-XSALE.
           MOVE ZERO TO SO-BO-CNT.
           MOVE ZERO TO SO-DISC.
           IF SO-CPLIST IS NOT EQUAL TO SPACES
               PERFORM LP-LOAD-RTN
               ACCEPT LP-TODAY FROM DATE
               IF LP-FULL IS EQUAL TO "Y"
                   DISPLAY (21, 10) "PRICE LIST TABLE FULL - PARTIAL"
               END-IF
           END-IF.
           PERFORM LS-LOAD-RTN.
           MOVE SO-LOC TO LOC-WLOC.
           MOVE ZERO TO LOC-NEW.
           OPEN INPUT INFILE.
           PERFORM SO-CHECK-ONE-RTN
               VARYING SO-NDX FROM 1 BY 1
                   DISPLAY EXC-LINE
                   MOVE "N" TO SO-OK
               NOT INVALID KEY
                   MOVE SO-QTY (SO-NDX) TO SO-TQTY
                   PERFORM LOC-ONHAND-RTN
                   IF LOC-ONH IS LESS THAN ZERO
                       MOVE ZERO TO SO-AVAIL
                   ELSE
                       MOVE LOC-ONH TO SO-AVAIL
                   END-IF
                   IF SO-QTY (SO-NDX) IS GREATER THAN SO-AVAIL
                       SUBTRACT SO-AVAIL FROM SO-QTY (SO-NDX)
                           GIVING SO-SHORT
                       ADD 1 TO SO-BO-CNT
                       MOVE SO-CODE (SO-NDX)
                           TO SO-BO-CODE (SO-BO-CNT)
                       MOVE SO-SHORT TO SO-BO-QTY (SO-BO-CNT)
                       MOVE SO-AVAIL TO SO-QTY (SO-NDX)
                       MOVE SO-CODE (SO-NDX) TO EXC-CODE
                       MOVE "SHORT - BACKORDERED" TO EXC-MSG
                       DISPLAY EXC-LINE
                   END-IF
                   MOVE "Y" TO LOC-ROOM
                   IF SO-QTY (SO-NDX) IS GREATER THAN ZERO
                       PERFORM LOC-ROOM-RTN
                   END-IF
                   IF LOC-ROOM IS EQUAL TO "N"
                       MOVE SO-CODE (SO-NDX) TO EXC-CODE
                       MOVE "LOCATION TABLE FULL" TO EXC-MSG
                       DISPLAY EXC-LINE
                       MOVE "N" TO SO-OK
                   END-IF
                   MOVE PRODUCTNAME TO SO-NAME (SO-NDX)
                   MOVE PRICE TO SO-LPRICE (SO-NDX)
                   MOVE PRICE TO SO-PRICE (SO-NDX)
                   IF SO-CPLIST IS NOT EQUAL TO SPACES
                       PERFORM SO-LIST-PRICE-RTN
                   END-IF
                   MOVE UNITCOST TO SO-COST (SO-NDX)
                   MULTIPLY SO-QTY (SO-NDX) BY SO-PRICE (SO-NDX)
                       GIVING SO-LTOT (SO-NDX)
                   SUBTRACT SO-PRICE (SO-NDX) FROM SO-LPRICE (SO-NDX)
                       GIVING SO-UDISC
                   MULTIPLY SO-QTY (SO-NDX) BY SO-UDISC
                       GIVING SO-LDISC (SO-NDX)
                   ADD SO-LDISC (SO-NDX) TO SO-DISC
                   PERFORM SO-VAT-RTN
                   ADD SO-LTOT (SO-NDX) TO SO-TOT
                       ON SIZE ERROR
                           DISPLAY (22, 10) "ORDER TOTAL OVERFLOW"
                           MOVE "N" TO SO-OK
                   END-ADD
           END-READ.
       SO-LIST-PRICE-RTN.
           MOVE SO-CPLIST TO LP-WLIST.
           MOVE SO-CODE (SO-NDX) TO LP-WCODE.
           MOVE SO-TQTY TO LP-WQTY.
           PERFORM LP-PRICE-RTN.
           IF LP-BHIT IS GREATER THAN ZERO
               MOVE LPF-PRICE (LP-BHIT) TO SO-PRICE (SO-NDX)
           END-IF.
       SO-VAT-RTN.
           MOVE VATCODE TO SO-VAT (SO-NDX).
           MOVE VATCODE TO VAT-WCODE.
           MOVE SO-LTOT (SO-NDX) TO VAT-GROSS.
           PERFORM VAT-SPLIT-RTN.
           MOVE VAT-NET TO SO-LNET (SO-NDX).
           MOVE VAT-AMT TO SO-LVAT (SO-NDX).
           IF VAT-WCODE IS EQUAL TO "Z"
               ADD VAT-NET TO SO-ZSALE
           ELSE IF VAT-WCODE IS EQUAL TO "X"
               ADD VAT-NET TO SO-XSALE
           ELSE
               MOVE "V" TO SO-VAT (SO-NDX)
               ADD VAT-NET TO SO-VSALE
               ADD VAT-AMT TO SO-VATAMT
           END-IF.
       VAT-SPLIT-RTN.
           IF VAT-WCODE IS EQUAL TO "Z"
               OR VAT-WCODE IS EQUAL TO "X"
               MOVE VAT-GROSS TO VAT-NET
               MOVE ZERO TO VAT-AMT
           ELSE
               DIVIDE VAT-GROSS BY VAT-FACTOR GIVING VAT-NET ROUNDED
               SUBTRACT VAT-NET FROM VAT-GROSS GIVING VAT-AMT
           END-IF.
       VAT-ADD-RTN.
           IF VAT-WCODE IS EQUAL TO "Z"
               OR VAT-WCODE IS EQUAL TO "X"
               MOVE ZERO TO VAT-AMT
           ELSE
               MULTIPLY VAT-NET BY VAT-RATE GIVING VAT-AMT ROUNDED
           END-IF.
           ADD VAT-NET VAT-AMT GIVING VAT-GROSS.
       SO-CREDIT-RTN.
           MOVE "N" TO SO-OVR.
           MOVE SPACES TO SO-CRREASON.
           MOVE ZERO TO SO-OPENBAL.
           MOVE "NO" TO EOF1.
           OPEN INPUT INVFILE.
           READ INVFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM SO-OPENBAL-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE INVFILE.
           ADD SO-OPENBAL SO-TOT GIVING SO-EXPO.
           IF SO-CHOLD IS EQUAL TO "Y"
               MOVE "HOLD" TO SO-CRREASON
               DISPLAY (14, 10) "ACCOUNT IS ON CREDIT HOLD"
           ELSE IF SO-CLIMIT IS GREATER THAN ZERO
               AND SO-EXPO IS GREATER THAN SO-CLIMIT
               MOVE "LIMT" TO SO-CRREASON
               DISPLAY (14, 10) "CREDIT LIMIT EXCEEDED"
           END-IF.
           IF SO-CRREASON IS NOT EQUAL TO SPACES
               MOVE SO-OPENBAL TO SOCR-OPEN
               MOVE SO-TOT TO SOCR-ORDER
               MOVE SO-CLIMIT TO SOCR-LIMIT
               DISPLAY (15, 10) SO-CR-LINE
               DISPLAY (17, 10) "SUPERVISOR OVERRIDE? (Y/N):"
               ACCEPT (17, 39) ANS
               IF ANS IS EQUAL TO "Y"
                   PERFORM SO-OVR-RTN
               END-IF
               IF SO-OVR IS NOT EQUAL TO "Y"
                   MOVE "N" TO SO-OK
                   DISPLAY (20, 10) "ORDER REFUSED - CREDIT"
               END-IF
           END-IF.
       SO-OPENBAL-RTN.
           IF INV-CUST IS EQUAL TO SO-CUST
               AND INV-STAT IS EQUAL TO "O"
               AND INV-AMT IS NUMERIC
               AND INV-PAID IS NUMERIC
               SUBTRACT INV-PAID FROM INV-AMT GIVING SO-WBAL
               ADD SO-WBAL TO SO-OPENBAL
           END-IF.
           READ INVFILE AT END MOVE "YES" TO EOF1
           END-READ.
       SO-OVR-RTN.
           IF OPERATOR-LEVEL IS EQUAL TO "S"
               MOVE "Y" TO SO-OVR
               MOVE OPERATOR-ID TO SO-OVRID
           ELSE
               DISPLAY (18, 10) "SUPERVISOR ID:"
               ACCEPT (18, 26) SO-OVRID
               DISPLAY (19, 10) "SUPERVISOR PASSWORD:"
               ACCEPT (19, 32) SO-OVRPW
               PERFORM OP-LOAD-RTN
               MOVE ZERO TO OP-HIT
               PERFORM SO-OVR-FIND-RTN
                   VARYING OP-NDX FROM 1 BY 1
                   UNTIL OP-NDX IS GREATER THAN OP-CNT
                   OR OP-HIT IS GREATER THAN ZERO
               IF OP-HIT IS EQUAL TO ZERO
                   DISPLAY (20, 40) "OVERRIDE REJECTED"
                   PERFORM SO-OVR-FAIL-LOG-RTN
               ELSE IF OPF-LEVEL (OP-HIT) IS NOT EQUAL TO "S"
                   OR OPF-LOCK (OP-HIT) IS EQUAL TO "L"
                   DISPLAY (20, 40) "OVERRIDE REJECTED"
                   PERFORM SO-OVR-FAIL-LOG-RTN
               ELSE
                   MOVE SO-OVRPW TO SCRAM-TEXT
                   PERFORM SCRAM-RTN
                   IF OPF-PASS (OP-HIT) IS EQUAL TO SCRAM-TEXT
                       OR OPF-PASS (OP-HIT) IS EQUAL TO SO-OVRPW
                       MOVE "Y" TO SO-OVR
                   ELSE
                       PERFORM SO-OVR-FAIL-RTN
                   END-IF
               END-IF
           END-IF.
       SO-OVR-FAIL-RTN.
           DISPLAY (20, 40) "OVERRIDE REJECTED".
           ADD 1 TO OPF-FAILS (OP-HIT)
               ON SIZE ERROR
                   MOVE 99 TO OPF-FAILS (OP-HIT)
           END-ADD.
           IF OPF-FAILS (OP-HIT) IS GREATER THAN OR EQUAL TO 3
               MOVE "L" TO OPF-LOCK (OP-HIT)
               DISPLAY (21, 40) "SUPERVISOR ACCOUNT LOCKED"
           END-IF.
           PERFORM OP-SAVE-RTN.
           PERFORM SO-OVR-FAIL-LOG-RTN.
       SO-OVR-FAIL-LOG-RTN.
           OPEN EXTEND AUDFILE.
           MOVE SPACES TO AUD-CODE.
           MOVE "LOGFAI" TO AUD-ACTION.
           MOVE ZERO TO AUD-OLD-QTY.
           MOVE ZERO TO AUD-OLD-PRICE.
           MOVE ZERO TO AUD-NEW-QTY.
           MOVE ZERO TO AUD-NEW-PRICE.
           MOVE SO-OVRID TO AUD-OPID.
           ACCEPT AUD-DATE FROM DATE.
           WRITE AUD-REC.
           IF AUDFILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY (21, 10) "AUDIT WRITE FAILED"
           END-IF.
           CLOSE AUDFILE.
       SO-OVR-FIND-RTN.
           IF SO-OVRID IS NOT EQUAL TO SPACES
               AND OPF-ID (OP-NDX) IS EQUAL TO SO-OVRID
               MOVE OP-NDX TO OP-HIT
           END-IF.
       SO-OVR-LOG-RTN.
           MOVE SPACES TO OVR-LINE.
           ACCEPT OVRL-DATE FROM DATE.
           MOVE SO-ORDNO TO OVRL-ORDNO.
           MOVE SO-CUST TO OVRL-CUST.
           MOVE SO-CRREASON TO OVRL-REASON.
           MOVE SO-EXPO TO OVRL-EXPO.
           MOVE SO-CLIMIT TO OVRL-LIMIT.
           MOVE OPERATOR-ID TO OVRL-OPID.
           MOVE SO-OVRID TO OVRL-SUPID.
           OPEN EXTEND OVRFILE.
           WRITE OVR-REC FROM OVR-LINE.
           CLOSE OVRFILE.
       SO-ORDNO-RTN.
           OPEN INPUT ORDFILE.
           READ ORDFILE AT END MOVE ZERO TO ORD-LAST END-READ.
           CLOSE ORDFILE.
           IF ORD-LAST IS NOT NUMERIC
               MOVE ZERO TO ORD-LAST
               DISPLAY (22, 10) "ORDER SEQUENCE RESET TO ZERO"
           END-IF.
           ADD 1 TO ORD-LAST
               ON SIZE ERROR
                   MOVE 1 TO ORD-LAST
                   DISPLAY (22, 10) "ORDER SEQUENCE RESTARTED"
           END-ADD.
           MOVE ORD-LAST TO SO-ORDNO.
           OPEN OUTPUT ORDFILE.
           WRITE ORD-REC.
           CLOSE ORDFILE.
       SO-COMMIT-RTN.
           MOVE "N" TO SO-FAIL.
           PERFORM LS-LOAD-RTN.
           MOVE SO-LOC TO LOC-WLOC.
           OPEN I-O INFILE.
           OPEN EXTEND AUDFILE.
           OPEN EXTEND DISPFILE.
               VARYING SO-NDX FROM 1 BY 1
               UNTIL SO-NDX IS GREATER THAN SO-CNT.
           CLOSE INFILE, AUDFILE, DISPFILE.
           PERFORM LS-SAVE-GUARD-RTN.
       SO-COMMIT-ONE-RTN.
           IF SO-QTY (SO-NDX) IS EQUAL TO ZERO
               CONTINUE
                       MOVE PRICE TO AUD-NEW-PRICE
                       PERFORM AUDIT-RTN
                       PERFORM SO-DISP-LOG-RTN
                       SUBTRACT SO-QTY (SO-NDX) FROM ZERO
                           GIVING LOC-DELTA
                       PERFORM LOC-POST-RTN
                   END-REWRITE
           END-READ.
       SO-DISP-LOG-RTN.
           MOVE SO-CUST TO DT-CUST.
           MOVE SO-PRICE (SO-NDX) TO DT-PRICE.
           MOVE SO-COST (SO-NDX) TO DT-COST.
           MOVE SO-LPRICE (SO-NDX) TO DT-LPRICE.
           ACCEPT DT-DATE FROM DATE.
           WRITE DISP-TRAN-REC.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
           MOVE SO-TOT TO INV-AMT.
           MOVE ZERO TO INV-PAID.
           MOVE "O" TO INV-STAT.
           MOVE SO-VSALE TO INV-VSALE.
           MOVE SO-VATAMT TO INV-VAT.
           MOVE SO-ZSALE TO INV-ZSALE.
           MOVE SO-XSALE TO INV-XSALE.
           MOVE ZERO TO INV-DDATE.
           WRITE INV-REC.
           CLOSE INVFILE.
       SO-PRINT-RTN.
           ACCEPT SOH-DATE FROM DATE.
           MOVE SO-CUST TO SOC-CODE.
           MOVE SO-CUSTNAME TO SOC-NAME.
           MOVE SO-CPLIST TO SOC-PLIST.
           MOVE SO-CROUTE TO SOC-ROUTE.
           WRITE OUTREC-HDG FROM SO-HDG-LINE.
           WRITE OUTREC-HDG FROM SO-CUST-LINE.
           MOVE SO-LOC TO PIKH-LOC.
           WRITE OUTREC-HDG FROM PICK-HDG AFTER ADVANCING 2.
           PERFORM SO-PICK-RTN
               VARYING SO-NDX FROM 1 BY 1
           PERFORM SO-DOC-RTN
               VARYING SO-NDX FROM 1 BY 1
               UNTIL SO-NDX IS GREATER THAN SO-CNT.
           IF SO-DISC IS NOT EQUAL TO ZERO
               MOVE SO-DISC TO SODT-DISC
               WRITE OUTREC-HDG FROM SO-DISC-LINE AFTER ADVANCING 2
           END-IF.
           MOVE "VATABLE SALES" TO SOV-LABEL.
           MOVE SO-VSALE TO SOV-AMT.
           WRITE OUTREC-HDG FROM SO-VAT-LINE AFTER ADVANCING 2.
           MOVE "ZERO-RATED SALES" TO SOV-LABEL.
           MOVE SO-ZSALE TO SOV-AMT.
           WRITE OUTREC-HDG FROM SO-VAT-LINE.
           MOVE "VAT-EXEMPT SALES" TO SOV-LABEL.
           MOVE SO-XSALE TO SOV-AMT.
           WRITE OUTREC-HDG FROM SO-VAT-LINE.
           MOVE "NET AMOUNT" TO SOV-LABEL.
           ADD SO-VSALE SO-ZSALE SO-XSALE GIVING SOV-AMT.
           WRITE OUTREC-HDG FROM SO-VAT-LINE.
           MULTIPLY VAT-RATE BY 100 GIVING SOVL-RATE.
           MOVE SO-VAT-LABEL TO SOV-LABEL.
           MOVE SO-VATAMT TO SOV-AMT.
           WRITE OUTREC-HDG FROM SO-VAT-LINE.
           MOVE SO-TOT TO SOT-TOT.
           WRITE OUTREC-HDG FROM SO-TOT-LINE.
           CLOSE OUTFILE.
           PERFORM LOT-SAVE-GUARD-RTN.
           DISPLAY SCR.
               MOVE SO-CODE (SO-NDX) TO PIK-CODE
               MOVE SO-NAME (SO-NDX) TO PIK-NAME
               MOVE SO-CODE (SO-NDX) TO LOT-WCODE
               MOVE SO-LOC TO LOT-WLOC
               MOVE SO-QTY (SO-NDX) TO LOT-WQTY
               PERFORM LOT-ALLOC-RTN
               PERFORM SO-PICK-LOT-RTN
           MOVE SO-QTY (SO-NDX) TO SOD-QTY.
           MOVE SO-PRICE (SO-NDX) TO SOD-PRICE.
           MOVE SO-LTOT (SO-NDX) TO SOD-LTOT.
           MOVE SO-VAT (SO-NDX) TO SOD-VAT.
           WRITE OUTREC-HDG FROM SODOC-LINE.
           IF SO-LDISC (SO-NDX) IS NOT EQUAL TO ZERO
               MOVE SO-LPRICE (SO-NDX) TO SODD-LPRICE
               MOVE SO-LDISC (SO-NDX) TO SODD-DISC
               WRITE OUTREC-HDG FROM SODOC-DISC-LINE
           END-IF.
       FOURTEENTH-CHOICE.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY SCR
               DISPLAY EOD-TOT-LINE
               DISPLAY EOD-ASSET-LINE
           END-IF.
           CLOSE INFILE.
           PERFORM LOC-SUM-RTN.
           MOVE "R" TO LOC-PRT.
           PERFORM LOC-SUM-PRINT-RTN.
           CLOSE OUTFILE, BALFILE.
       EOD-LOADBAL-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT BALFILE.
                   OR AUD-ACTION IS EQUAL TO "ADJUST"
                   OR AUD-ACTION IS EQUAL TO "DELETE"
                   OR AUD-ACTION IS EQUAL TO "RETCUS"
                   OR AUD-ACTION IS EQUAL TO "RETSUP"
                   OR AUD-ACTION IS EQUAL TO "ASMOUT"
                   OR AUD-ACTION IS EQUAL TO "ASMIN"
                   OR AUD-ACTION IS EQUAL TO "DISOUT"
                   OR AUD-ACTION IS EQUAL TO "DISIN")
               SUBTRACT AUD-OLD-QTY FROM AUD-NEW-QTY
                   GIVING EOD-DELTA
               MOVE AUD-CODE TO EOD-WCODE
           MOVE ZERO TO GM-MCNT.
           MOVE ZERO TO GM-SKIP.
           MOVE ZERO TO GM-TMARG.
           MOVE ZERO TO GM-TDISC.
           MOVE ZERO TO GM-NOLIST.
           MOVE "N" TO GM-FULL.
           PERFORM GM-DISP-RTN.
           PERFORM GM-ARCH-RTN.
           ELSE
               MULTIPLY GMT-QTY-OUT BY GMT-PRICE GIVING GM-SALES
               MULTIPLY GMT-QTY-OUT BY GMT-COST GIVING GM-COST
               IF GMT-LPRICE IS NUMERIC
                   SUBTRACT GMT-PRICE FROM GMT-LPRICE GIVING GM-UDISC
                   MULTIPLY GMT-QTY-OUT BY GM-UDISC GIVING GM-DISC
               ELSE
                   MOVE ZERO TO GM-DISC
                   ADD 1 TO GM-NOLIST
               END-IF
               PERFORM GM-PFIND-RTN
               IF GM-HIT IS GREATER THAN ZERO
                   ADD GMT-QTY-OUT TO GP-UNITS (GM-HIT)
                   ADD GM-DISC TO GP-DISC (GM-HIT)
                   ADD GM-SALES TO GP-SALES (GM-HIT)
                       ON SIZE ERROR
                           DISPLAY (22, 10) "SALES VALUE OVERFLOW"
               PERFORM GM-MFIND-RTN
               IF GM-MHIT IS GREATER THAN ZERO
                   ADD GMT-QTY-OUT TO GMN-UNITS (GM-MHIT)
                   ADD GM-DISC TO GMN-DISC (GM-MHIT)
                   ADD GM-SALES TO GMN-SALES (GM-MHIT)
                       ON SIZE ERROR
                           DISPLAY (22, 10) "SALES VALUE OVERFLOW"
                   MOVE ZERO TO GP-UNITS (GM-CNT)
                   MOVE ZERO TO GP-SALES (GM-CNT)
                   MOVE ZERO TO GP-COST (GM-CNT)
                   MOVE ZERO TO GP-DISC (GM-CNT)
                   MOVE GM-CNT TO GM-HIT
               ELSE
                   MOVE "Y" TO GM-FULL
                   MOVE ZERO TO GMN-UNITS (GM-MCNT)
                   MOVE ZERO TO GMN-SALES (GM-MCNT)
                   MOVE ZERO TO GMN-COST (GM-MCNT)
                   MOVE ZERO TO GMN-DISC (GM-MCNT)
                   MOVE GM-MCNT TO GM-MHIT
               ELSE
                   MOVE "Y" TO GM-FULL
           MOVE GM-SKIP TO GMT-SKIP.
           WRITE OUTREC-HDG FROM GM-TOTS AFTER ADVANCING 2.
           DISPLAY GM-TOTS.
           MOVE GM-TDISC TO GMT-TDISC.
           MOVE GM-NOLIST TO GMT-NOLIST.
           WRITE OUTREC-HDG FROM GM-DTOTS.
           DISPLAY GM-DTOTS.
       GM-PLINE-RTN.
           MOVE GP-CODE (GM-NDX) TO GMX-CODE.
           MOVE GP-UNITS (GM-NDX) TO GMX-UNITS.
           MOVE GP-SALES (GM-NDX) TO GMX-SALES.
           MOVE GP-COST (GM-NDX) TO GMX-COST.
           MOVE GP-DISC (GM-NDX) TO GMX-DISC.
           ADD GP-DISC (GM-NDX) TO GM-TDISC
               ON SIZE ERROR
                   DISPLAY (22, 10) "DISCOUNT TOTAL OVERFLOW"
           END-ADD.
           SUBTRACT GP-COST (GM-NDX) FROM GP-SALES (GM-NDX)
               GIVING GM-MARG.
           MOVE GM-MARG TO GMX-MARG.
           MOVE GMN-UNITS (GM-MNDX) TO GMMX-UNITS.
           MOVE GMN-SALES (GM-MNDX) TO GMMX-SALES.
           MOVE GMN-COST (GM-MNDX) TO GMMX-COST.
           MOVE GMN-DISC (GM-MNDX) TO GMMX-DISC.
           SUBTRACT GMN-COST (GM-MNDX) FROM GMN-SALES (GM-MNDX)
               GIVING GM-MARG.
           MOVE GM-MARG TO GMMX-MARG.
           WRITE OUTREC-HDG FROM GM-MLINE.
           DISPLAY GM-MLINE.
       EIGHTEENTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "PURCHASE ORDERS / SCORECARD".
           DISPLAY (6, 10) "[1] OPEN PURCHASE ORDERS".
           DISPLAY (7, 10) "[2] CLOSE PO LINE SHORT".
           DISPLAY (8, 10) "[3] SUPPLIER SCORECARD".
           DISPLAY (9, 10) "[4] SCORECARD THRESHOLDS".
           DISPLAY (11, 10) "INPUT: ".
           ACCEPT (11, 17) OPO-MODE.
           IF OPO-MODE IS NOT NUMERIC
               OR OPO-MODE IS LESS THAN 1
               OR OPO-MODE IS GREATER THAN 4
               DISPLAY (12, 10) "INVALID PURCHASING CHOICE"
           ELSE IF OPO-MODE = 1
               PERFORM OPO-LIST-RTN
           ELSE IF OPO-MODE = 3
               PERFORM SC-ASK-RTN
           ELSE IF OPERATOR-LEVEL IS NOT EQUAL TO "S"
               DISPLAY (12, 10) "SUPERVISOR SIGN-ON REQUIRED"
           ELSE IF OPO-MODE = 2
               PERFORM OPO-SCLOSE-RTN
           ELSE
               PERFORM SC-CFG-RTN
           END-IF.
       OPO-LIST-RTN.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "OPEN PURCHASE ORDERS".
               DISPLAY (10, 10) "INVOICE TABLE FULL - NOT POSTED"
           ELSE
               PERFORM INV-SAVE-RTN
               PERFORM PAY-LOG-RTN
               IF PAY-BAL IS LESS THAN ZERO
                   DISPLAY (10, 10) "PAID IN FULL - CREDIT REMAINS"
               ELSE IF PAY-BAL IS EQUAL TO ZERO
                   DISPLAY (10, 10) "PAYMENT POSTED - BALANCE OPEN"
               END-IF
           END-IF.
       PAY-LOG-RTN.
           OPEN EXTEND PMTFILE.
           MOVE SPACES TO PMT-REC.
           ACCEPT PMT-DATE FROM DATE.
           MOVE IVT-ORDNO (IV-HIT) TO PMT-ORDNO.
           MOVE IVT-CUST (IV-HIT) TO PMT-CUST.
           MOVE PAY-AMT TO PMT-AMT.
           MOVE OPERATOR-ID TO PMT-OPID.
           WRITE PMT-REC.
           CLOSE PMTFILE.
       INV-LOAD-RTN.
           MOVE ZERO TO IV-CNT.
           MOVE "N" TO IV-FULL.
           MOVE ZERO TO CA-CNT.
           MOVE ZERO TO AGE-TBAL.
           MOVE "N" TO CA-FULL.
           PERFORM CM-LOAD-RTN.
           MOVE "AGING" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE AGE-TODAY TO AGE-TITLE-DATE.
           READ INVFILE AT END MOVE "YES" TO EOF
           END-READ.
       AGE-BUCKET-RTN.
           IF INV-DDATE IS NUMERIC
               AND INV-DDATE IS GREATER THAN ZERO
               MOVE INV-DDATE TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               SUBTRACT AGE-IDAYS FROM AGE-TDAYS GIVING AGE-DAYS
           ELSE IF INV-DDATE IS NUMERIC
               MOVE ZERO TO AGE-DAYS
           ELSE IF INV-DATE IS NUMERIC
               MOVE INV-DATE TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               SUBTRACT AGE-IDAYS FROM AGE-TDAYS GIVING AGE-DAYS
           ELSE
               MOVE ZERO TO AGE-DAYS
           END-IF.
           MOVE INV-CUST TO CM-WCODE.
           PERFORM CM-FIND-RTN.
           IF CM-HIT IS GREATER THAN ZERO
               MOVE CMF-TERMS (CM-HIT) TO AGE-TERMS
           ELSE
               MOVE 30 TO AGE-TERMS
           END-IF.
           SUBTRACT AGE-TERMS FROM AGE-DAYS.
           IF AGE-DAYS IS NOT GREATER THAN ZERO
               MOVE ZERO TO AGE-BUCKET
           ELSE IF AGE-DAYS IS NOT GREATER THAN 30
               MOVE 1 TO AGE-BUCKET
           ELSE IF AGE-DAYS IS NOT GREATER THAN 60
               MOVE 2 TO AGE-BUCKET
           ELSE
               MOVE 3 TO AGE-BUCKET
           MOVE "N" TO RET-FOUND.
           MOVE SPACES TO RET-CUST.
           MOVE ZERO TO RET-DQTY.
           MOVE ZERO TO RET-DPRICE.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPFILE.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO RET-FOUND
               MOVE DT-CUST TO RET-CUST
               MOVE DT-QTY-OUT TO RET-DQTY
               IF DT-PRICE IS NUMERIC
                   MOVE DT-PRICE TO RET-DPRICE
               END-IF
           ELSE
               READ DISPFILE AT END MOVE "YES" TO EOF
               END-READ
                   MOVE AUD-OLDQTY TO AUD-OLD-QTY
                   MOVE AUD-OLDPRI TO AUD-OLD-PRICE
                   MOVE QUANTITY TO AUD-NEW-QTY
                   IF RET-FOUND IS EQUAL TO "Y"
                       MOVE RET-DPRICE TO AUD-NEW-PRICE
                   ELSE
                       MOVE PRICE TO AUD-NEW-PRICE
                   END-IF
                   PERFORM AUDIT-RTN
                   DISPLAY (18, 10) "RETURN POSTED TO STOCK"
           END-REWRITE.
               MOVE TR-NDX TO TR-HIT
           END-IF.
       TRD-REPORT-RTN.
           PERFORM SS-LOAD-RTN.
           MOVE "TREND" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           PERFORM TRD-HDG-MON-RTN
               UNTIL TRD-MNDX IS GREATER THAN 6.
           DIVIDE TR-TOT (TR-NDX) BY TRD-MCNT GIVING TRD-AVG.
           MOVE TRD-AVG TO TRDX-AVG.
           MOVE TRD-AVG TO TRDX-ROQ.
           PERFORM TRD-PS-FIND-RTN.
           MOVE TRD-AVG TO TRD-SROP.
           MOVE "N" TO TRD-SLOW.
           IF TRD-PS-FOUND IS EQUAL TO "Y"
               PERFORM TRD-SLOW-RTN
           END-IF.
           MOVE TRD-SROP TO TRDX-ROP.
           MOVE SPACES TO TRDX-FLAG.
           IF TRD-PS-FOUND IS EQUAL TO "N"
               MOVE "NOPS" TO TRDX-FLAG
           ELSE IF TRD-SLOW IS EQUAL TO "Y"
               AND TRD-PS-ROP IS LESS THAN TRD-SROP
               MOVE "SLOW" TO TRDX-FLAG
           ELSE IF TRD-SROP IS GREATER THAN ZERO
               DIVIDE TRD-SROP BY 2 GIVING TRD-LO
               MULTIPLY TRD-SROP BY 2 GIVING TRD-HI
               IF TRD-PS-ROP IS LESS THAN TRD-LO
                   OR TRD-PS-ROP IS GREATER THAN TRD-HI
                   MOVE "CHECK" TO TRDX-FLAG
           MOVE TR-U (TR-NDX TRD-MNDX) TO TRDX-U (TRD-MNDX).
       TRD-PS-FIND-RTN.
           MOVE "N" TO TRD-PS-FOUND.
           MOVE SPACES TO TRD-PS-SUPP.
           MOVE ZERO TO TRD-PS-ROP.
           MOVE ZERO TO TRD-PS-ROQ.
           MOVE "NO" TO EOF1.
               MOVE "Y" TO TRD-PS-FOUND
               MOVE PS-ROPOINT TO TRD-PS-ROP
               MOVE PS-ROQTY TO TRD-PS-ROQ
               MOVE PS-SUPP TO TRD-PS-SUPP
           ELSE
               READ PSFILE AT END MOVE "YES" TO EOF1
               END-READ
               PERFORM OP-SAVE-RTN
               DISPLAY (16, 10) "PASSWORD RESET - CHANGE AT SIGN-ON"
           END-IF.
       TWENTY-EIGHTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "STOCK TRANSFERS".
           DISPLAY (6, 10) "[1] SEND STOCK TO ANOTHER LOCATION".
           DISPLAY (7, 10) "[2] CONFIRM TRANSFER RECEIVED".
           DISPLAY (8, 10) "[3] IN-TRANSIT LIST".
           DISPLAY (10, 10) "INPUT: ".
           ACCEPT (10, 17) TRF-MODE.
           PERFORM LOC-LOAD-RTN.
           IF TRF-MODE IS NOT NUMERIC
               DISPLAY (12, 10) "INVALID TRANSFER CHOICE"
           ELSE IF TRF-MODE = 1
               PERFORM TRF-SEND-RTN
           ELSE IF TRF-MODE = 2
               PERFORM TRF-RECV-RTN
           ELSE IF TRF-MODE = 3
               PERFORM TRF-LIST-RTN
           ELSE
               DISPLAY (12, 10) "INVALID TRANSFER CHOICE"
           END-IF.
       TRF-SEND-RTN.
           DISPLAY (12, 10) "ENTER PRODUCT CODE:".
           ACCEPT (12, 31) TRF-WCODE.
           DISPLAY (13, 10) "FROM LOCATION:".
           ACCEPT (13, 31) TRF-WFROM.
           DISPLAY (14, 10) "TO LOCATION:".
           ACCEPT (14, 31) TRF-WTO.
           DISPLAY (15, 10) "QTY TO SEND:".
           ACCEPT (15, 31) TRF-WQTY.
           MOVE TRF-WTO TO LOC-WLOC.
           PERFORM LOC-CHECK-RTN.
           MOVE LOC-WLOC TO TRF-WTO.
           MOVE LOC-OK TO TRF-TO-OK.
           MOVE TRF-WFROM TO LOC-WLOC.
           PERFORM LOC-CHECK-RTN.
           MOVE LOC-WLOC TO TRF-WFROM.
           IF LOC-OK IS NOT EQUAL TO "Y"
               OR TRF-TO-OK IS NOT EQUAL TO "Y"
               DISPLAY (17, 10) "UNKNOWN LOCATION - NOT SENT"
           ELSE IF TRF-WFROM IS EQUAL TO TRF-WTO
               DISPLAY (17, 10) "FROM AND TO ARE THE SAME - NOT SENT"
           ELSE IF TRF-WQTY IS NOT NUMERIC
               OR TRF-WQTY IS EQUAL TO ZERO
               DISPLAY (17, 10) "QTY MUST BE 1-99999 - NOT SENT"
           ELSE
               PERFORM TRF-SEND-POST-RTN
           END-IF.
       TRF-SEND-POST-RTN.
           PERFORM LS-LOAD-RTN.
           OPEN INPUT INFILE.
           MOVE TRF-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   PERFORM LOC-ONHAND-RTN
                   IF TRF-WQTY IS GREATER THAN LOC-ONH
                       DISPLAY (17, 10)
                           "QTY EXCEEDS ON-HAND AT LOCATION - REFUSED"
                   ELSE IF LS-FULL IS EQUAL TO "Y"
                       DISPLAY (17, 10)
                           "LOCATION TABLE FULL - NOT SENT"
                   ELSE
                       PERFORM TRF-SEND-DO-RTN
                   END-IF
           END-READ.
           CLOSE INFILE.
       TRF-SEND-DO-RTN.
           MOVE LOC-ONH TO AUD-OLDQTY.
           MOVE PRICE TO AUD-OLDPRI.
           SUBTRACT TRF-WQTY FROM ZERO GIVING LOC-DELTA.
           PERFORM LOC-POST-RTN.
           MOVE LOC-TRANSIT TO LOC-WLOC.
           MOVE TRF-WQTY TO LOC-DELTA.
           PERFORM LOC-POST-RTN.
           PERFORM LS-SAVE-GUARD-RTN.
           PERFORM LOT-LOAD-RTN.
           MOVE PRODUCTCODE TO LOT-WCODE.
           MOVE TRF-WFROM TO LOT-WLOC.
           MOVE LOC-TRANSIT TO LOT-TOLOC.
           MOVE TRF-WQTY TO LOT-WQTY.
           PERFORM LOT-MOVE-RTN.
           PERFORM LOT-SAVE-GUARD-RTN.
           PERFORM TRF-NUMBER-RTN.
           ACCEPT TRF-TODAY FROM DATE.
           MOVE SPACES TO TRF-REC.
           MOVE TRF-CURNO TO TRF-NO.
           MOVE PRODUCTCODE TO TRF-CODE.
           MOVE TRF-WFROM TO TRF-FROM.
           MOVE TRF-WTO TO TRF-TO.
           MOVE TRF-WQTY TO TRF-QTY.
           MOVE TRF-TODAY TO TRF-SDATE.
           MOVE "I" TO TRF-STAT.
           MOVE ZERO TO TRF-RDATE.
           MOVE OPERATOR-ID TO TRF-OPID.
           OPEN EXTEND TRFFILE.
           WRITE TRF-REC.
           CLOSE TRFFILE.
           OPEN EXTEND AUDFILE.
           MOVE "TRFOUT" TO AUD-ACTION.
           MOVE AUD-OLDQTY TO AUD-OLD-QTY.
           MOVE AUD-OLDPRI TO AUD-OLD-PRICE.
           SUBTRACT TRF-WQTY FROM AUD-OLDQTY GIVING AUD-NEW-QTY.
           MOVE PRICE TO AUD-NEW-PRICE.
           PERFORM AUDIT-RTN.
           CLOSE AUDFILE.
           DISPLAY (17, 10) "TRANSFER NO:".
           DISPLAY (17, 23) TRF-CURNO.
           DISPLAY (17, 31) "SENT - NOW IN TRANSIT".
       TRF-NUMBER-RTN.
           OPEN INPUT TRFCTL.
           READ TRFCTL AT END MOVE ZERO TO TRN-LAST END-READ.
           CLOSE TRFCTL.
           IF TRN-LAST IS NOT NUMERIC
               MOVE ZERO TO TRN-LAST
               DISPLAY (23, 10) "TRANSFER SEQUENCE RESET TO ZERO"
           END-IF.
           ADD 1 TO TRN-LAST
               ON SIZE ERROR
                   MOVE 1 TO TRN-LAST
                   DISPLAY (23, 10) "TRANSFER SEQUENCE RESTARTED"
           END-ADD.
           MOVE TRN-LAST TO TRF-CURNO.
           OPEN OUTPUT TRFCTL.
           WRITE TRN-REC.
           CLOSE TRFCTL.
       TRF-RECV-RTN.
           DISPLAY (12, 10) "ENTER TRANSFER NO:".
           ACCEPT (12, 30) TRF-PICK.
           PERFORM TRF-LOAD-RTN.
           MOVE ZERO TO TF-HIT.
           IF TRF-PICK IS NUMERIC
               PERFORM TRF-FIND-RTN
                   VARYING TF-NDX FROM 1 BY 1
                   UNTIL TF-NDX IS GREATER THAN TF-CNT
                   OR TF-HIT IS GREATER THAN ZERO
           END-IF.
           IF TF-HIT IS EQUAL TO ZERO
               DISPLAY (14, 10) "NO TRANSFER IN TRANSIT WITH THAT NO"
           ELSE IF TF-FULL IS EQUAL TO "Y"
               DISPLAY (14, 10) "TRANSFER TABLE FULL - NOT UPDATED"
           ELSE
               MOVE TFF-NO (TF-HIT) TO TRFL-NO
               MOVE TFF-CODE (TF-HIT) TO TRFL-CODE
               MOVE TFF-FROM (TF-HIT) TO TRFL-FROM
               MOVE TFF-TO (TF-HIT) TO TRFL-TO
               MOVE TFF-QTY (TF-HIT) TO TRFL-QTY
               MOVE TFF-SDATE (TF-HIT) TO TRFL-SDATE
               MOVE TFF-OPID (TF-HIT) TO TRFL-OPID
               DISPLAY (14, 1) TRF-HDG
               DISPLAY (15, 1) TRF-LINE
               DISPLAY (17, 10) "CONFIRM RECEIVED IN FULL? (Y/N):"
               ACCEPT (17, 44) ANS
               IF ANS IS EQUAL TO "Y"
                   PERFORM TRF-RECV-POST-RTN
               END-IF
           END-IF.
       TRF-FIND-RTN.
           IF TFF-NO (TF-NDX) IS EQUAL TO TRF-PICK
               AND TFF-STAT (TF-NDX) IS EQUAL TO "I"
               MOVE TF-NDX TO TF-HIT
           END-IF.
       TRF-RECV-POST-RTN.
           PERFORM LS-LOAD-RTN.
           OPEN INPUT INFILE.
           MOVE TFF-CODE (TF-HIT) TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   IF LS-FULL IS EQUAL TO "Y"
                       DISPLAY (19, 10)
                           "LOCATION TABLE FULL - NOT RECEIVED"
                   ELSE
                       PERFORM TRF-RECV-DO-RTN
                   END-IF
           END-READ.
           CLOSE INFILE.
       TRF-RECV-DO-RTN.
           MOVE TFF-TO (TF-HIT) TO LOC-WLOC.
           PERFORM LOC-ONHAND-RTN.
           MOVE LOC-ONH TO AUD-OLDQTY.
           MOVE PRICE TO AUD-OLDPRI.
           MOVE LOC-TRANSIT TO LOC-WLOC.
           SUBTRACT TFF-QTY (TF-HIT) FROM ZERO GIVING LOC-DELTA.
           PERFORM LOC-POST-RTN.
           MOVE TFF-TO (TF-HIT) TO LOC-WLOC.
           MOVE TFF-QTY (TF-HIT) TO LOC-DELTA.
           PERFORM LOC-POST-RTN.
           PERFORM LS-SAVE-GUARD-RTN.
           PERFORM LOT-LOAD-RTN.
           MOVE PRODUCTCODE TO LOT-WCODE.
           MOVE LOC-TRANSIT TO LOT-WLOC.
           MOVE TFF-TO (TF-HIT) TO LOT-TOLOC.
           MOVE TFF-QTY (TF-HIT) TO LOT-WQTY.
           PERFORM LOT-MOVE-RTN.
           PERFORM LOT-SAVE-GUARD-RTN.
           ACCEPT TRF-TODAY FROM DATE.
           MOVE "R" TO TFF-STAT (TF-HIT).
           MOVE TRF-TODAY TO TFF-RDATE (TF-HIT).
           PERFORM TRF-SAVE-RTN.
           OPEN EXTEND AUDFILE.
           MOVE "TRFIN" TO AUD-ACTION.
           MOVE AUD-OLDQTY TO AUD-OLD-QTY.
           MOVE AUD-OLDPRI TO AUD-OLD-PRICE.
           ADD TFF-QTY (TF-HIT) TO AUD-OLDQTY GIVING AUD-NEW-QTY.
           MOVE PRICE TO AUD-NEW-PRICE.
           PERFORM AUDIT-RTN.
           CLOSE AUDFILE.
           DISPLAY (19, 10) "TRANSFER RECEIVED - STOCK POSTED".
       TRF-LIST-RTN.
           MOVE ZERO TO TRF-OPEN.
           PERFORM TRF-LOAD-RTN.
           MOVE "TRANSIT" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           DISPLAY SCR.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM TRF-HDG.
           DISPLAY HDG1
                   TRF-HDG.
           PERFORM TRF-LIST-ONE-RTN
               VARYING TF-NDX FROM 1 BY 1
               UNTIL TF-NDX IS GREATER THAN TF-CNT.
           MOVE TRF-OPEN TO TRFT-OPEN.
           WRITE OUTREC-HDG FROM TRF-TOTS AFTER ADVANCING 2.
           DISPLAY TRF-TOTS.
           CLOSE OUTFILE.
       TRF-LIST-ONE-RTN.
           IF TFF-STAT (TF-NDX) IS EQUAL TO "I"
               ADD 1 TO TRF-OPEN
               MOVE TFF-NO (TF-NDX) TO TRFL-NO
               MOVE TFF-CODE (TF-NDX) TO TRFL-CODE
               MOVE TFF-FROM (TF-NDX) TO TRFL-FROM
               MOVE TFF-TO (TF-NDX) TO TRFL-TO
               MOVE TFF-QTY (TF-NDX) TO TRFL-QTY
               MOVE TFF-SDATE (TF-NDX) TO TRFL-SDATE
               MOVE TFF-OPID (TF-NDX) TO TRFL-OPID
               WRITE OUTREC-HDG FROM TRF-LINE
               DISPLAY TRF-LINE
           END-IF.
       TRF-LOAD-RTN.
           MOVE ZERO TO TF-CNT.
           MOVE "N" TO TF-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT TRFFILE.
           READ TRFFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM TRF-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE TRFFILE.
       TRF-LOAD-ONE-RTN.
           IF TF-CNT IS LESS THAN 999
               ADD 1 TO TF-CNT
               MOVE TRF-REC TO TF-RAW (TF-CNT)
           ELSE
               MOVE "Y" TO TF-FULL
           END-IF.
           READ TRFFILE AT END MOVE "YES" TO EOF1
           END-READ.
       TRF-SAVE-RTN.
           OPEN OUTPUT TRFFILE.
           OPEN EXTEND TRFARCH.
           PERFORM TRF-SAVE-ONE-RTN
               VARYING TF-NDX FROM 1 BY 1
               UNTIL TF-NDX IS GREATER THAN TF-CNT.
           CLOSE TRFFILE, TRFARCH.
       TRF-SAVE-ONE-RTN.
           IF TFF-STAT (TF-NDX) IS EQUAL TO "R"
               MOVE TF-RAW (TF-NDX) TO TRFARCH-REC
               WRITE TRFARCH-REC
           ELSE
               MOVE TF-RAW (TF-NDX) TO TRF-REC
               WRITE TRF-REC
           END-IF.
       TWENTY-NINTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "CUSTOMER MAINTENANCE".
           DISPLAY (6, 10) "[1] ADD CUSTOMER".
           DISPLAY (7, 10) "[2] CHANGE CUSTOMER".
           DISPLAY (8, 10) "[3] DEACTIVATE / REACTIVATE CUSTOMER".
           DISPLAY (9, 10) "[4] PRICE LIST ENTRIES".
           DISPLAY (10, 10) "[5] PRINT PRICE LISTS".
           DISPLAY (11, 10) "INPUT: ".
           ACCEPT (11, 17) CM-MODE.
           IF CM-MODE IS NOT NUMERIC
               OR CM-MODE IS LESS THAN 1
               OR CM-MODE IS GREATER THAN 5
               DISPLAY (12, 10) "INVALID MAINTENANCE CHOICE"
           ELSE IF CM-MODE = 4
               PERFORM LP-MAINT-RTN
           ELSE IF CM-MODE = 5
               PERFORM LP-PRINT-RTN
           ELSE
               DISPLAY (12, 10) "ENTER CUSTOMER CODE:"
               ACCEPT (12, 32) CM-WCODE
               PERFORM CM-LOAD-RTN
               PERFORM CM-FIND-RTN
               IF CM-WCODE IS EQUAL TO SPACES
                   DISPLAY (14, 10) "CUSTOMER CODE REQUIRED"
               ELSE IF CM-FULL IS EQUAL TO "Y"
                   DISPLAY (14, 10) "CUSTOMER TABLE FULL - NOT UPDATED"
               ELSE IF CM-MODE = 1
                   IF CM-HIT IS GREATER THAN ZERO
                       DISPLAY (14, 10) "CUSTOMER ALREADY ON FILE"
                   ELSE IF CM-CNT IS NOT LESS THAN 200
                       DISPLAY (14, 10)
                           "CUSTOMER TABLE FULL - NOT ADDED"
                   ELSE
                       PERFORM CM-ADD-RTN
                   END-IF
               ELSE IF CM-HIT IS EQUAL TO ZERO
                   DISPLAY (14, 10) "CUSTOMER NOT ON FILE"
               ELSE IF CM-MODE = 2
                   PERFORM CM-CHANGE-RTN
               ELSE
                   PERFORM CM-STAT-RTN
               END-IF
           END-IF.
       CM-ADD-RTN.
           DISPLAY (14, 10) "NAME:".
           ACCEPT (14, 30) CM-NAME.
           DISPLAY (15, 10) "ADDRESS:".
           ACCEPT (15, 30) CM-ADDR.
           DISPLAY (16, 10) "CONTACT:".
           ACCEPT (16, 30) CM-CONTACT.
           DISPLAY (17, 10) "TERMS (DAYS, 999):".
           ACCEPT (17, 30) CM-TERMS.
           DISPLAY (18, 10)
               "CREDIT LIMIT (9999999999=LAST 2 CENTAVOS, 0=NONE):".
           ACCEPT (19, 30) CM-LIMIT.
           DISPLAY (20, 10) "CREDIT HOLD? (Y/N):".
           ACCEPT (20, 30) CM-HOLD.
           DISPLAY (20, 36) "ROUTE (BLANK=NONE):".
           ACCEPT (20, 56) CM-ROUTE.
           DISPLAY (21, 10) "PRICE LIST (BLANK=NONE):".
           ACCEPT (21, 36) CM-PLIST.
           IF CM-NAME IS EQUAL TO SPACES
               DISPLAY (22, 10) "NAME CANNOT BE BLANK - NOT ADDED"
           ELSE IF CM-TERMS IS NOT NUMERIC
               DISPLAY (22, 10) "TERMS MUST BE NUMERIC - NOT ADDED"
           ELSE IF CM-LIMIT IS NOT NUMERIC
               DISPLAY (22, 10) "LIMIT MUST BE NUMERIC - NOT ADDED"
           ELSE
               ADD 1 TO CM-CNT
               MOVE SPACES TO CM-RAW (CM-CNT)
               MOVE CM-WCODE TO CMF-CODE (CM-CNT)
               MOVE CM-NAME TO CMF-NAME (CM-CNT)
               MOVE CM-ADDR TO CMF-ADDR (CM-CNT)
               MOVE CM-CONTACT TO CMF-CONTACT (CM-CNT)
               MOVE CM-TERMS TO CMF-TERMS (CM-CNT)
               MOVE CM-LIMIT TO CMF-LIMIT (CM-CNT)
               IF CM-HOLD IS EQUAL TO "Y"
                   MOVE "Y" TO CMF-HOLD (CM-CNT)
               ELSE
                   MOVE "N" TO CMF-HOLD (CM-CNT)
               END-IF
               MOVE "A" TO CMF-STAT (CM-CNT)
               IF CM-PLIST IS NOT EQUAL TO "*"
                   MOVE CM-PLIST TO CMF-PLIST (CM-CNT)
               END-IF
               IF CM-ROUTE IS NOT EQUAL TO "*"
                   MOVE CM-ROUTE TO CMF-ROUTE (CM-CNT)
               END-IF
               PERFORM CM-SAVE-RTN
               MOVE "CUSADD" TO AUD-ACTION
               PERFORM CM-AUDIT-RTN
               DISPLAY (22, 10) "CUSTOMER ADDED"
               PERFORM CM-PLIST-CHK-RTN
           END-IF.
       CM-CHANGE-RTN.
           MOVE CMF-TERMS (CM-HIT) TO CMS-TERMS.
           MOVE CMF-LIMIT (CM-HIT) TO CMS-LIMIT.
           MOVE CMF-HOLD (CM-HIT) TO CMS-HOLD.
           MOVE CMF-STAT (CM-HIT) TO CMS-STAT.
           DISPLAY (12, 40) CMF-NAME (CM-HIT).
           DISPLAY (13, 10) CM-SHOW-LINE.
           DISPLAY (14, 10) "NEW NAME (BLANK=NO CHANGE):".
           ACCEPT (14, 40) CM-NAME.
           DISPLAY (15, 10) "NEW ADDRESS (BLANK=NO CHANGE):".
           ACCEPT (15, 42) CM-ADDR.
           DISPLAY (16, 10) "NEW CONTACT (BLANK=NO CHANGE):".
           ACCEPT (16, 42) CM-CONTACT.
           DISPLAY (17, 10) "TERMS (DAYS, 999):".
           ACCEPT (17, 30) CM-TERMS.
           DISPLAY (18, 10)
               "CREDIT LIMIT (9999999999=LAST 2 CENTAVOS, 0=NONE):".
           ACCEPT (19, 30) CM-LIMIT.
           DISPLAY (20, 10) "HOLD Y/N (BLANK=SAME):".
           MOVE SPACE TO CM-HOLD.
           ACCEPT (20, 33) CM-HOLD.
           DISPLAY (20, 36) "ROUTE (*=NONE):".
           DISPLAY (20, 58) "NOW:".
           DISPLAY (20, 63) CMF-ROUTE (CM-HIT).
           ACCEPT (20, 52) CM-ROUTE.
           DISPLAY (21, 10) "PRICE LIST (BLANK=NO CHANGE, *=NONE):".
           DISPLAY (21, 54) "NOW:".
           DISPLAY (21, 59) CMF-PLIST (CM-HIT).
           ACCEPT (21, 48) CM-PLIST.
           IF CM-TERMS IS NOT NUMERIC
               DISPLAY (22, 10) "TERMS MUST BE NUMERIC - NOT UPDATED"
           ELSE IF CM-LIMIT IS NOT NUMERIC
               DISPLAY (22, 10) "LIMIT MUST BE NUMERIC - NOT UPDATED"
           ELSE
               IF CM-NAME IS NOT EQUAL TO SPACES
                   MOVE CM-NAME TO CMF-NAME (CM-HIT)
               END-IF
               IF CM-ADDR IS NOT EQUAL TO SPACES
                   MOVE CM-ADDR TO CMF-ADDR (CM-HIT)
               END-IF
               IF CM-CONTACT IS NOT EQUAL TO SPACES
                   MOVE CM-CONTACT TO CMF-CONTACT (CM-HIT)
               END-IF
               MOVE CM-TERMS TO CMF-TERMS (CM-HIT)
               MOVE CM-LIMIT TO CMF-LIMIT (CM-HIT)
               IF CM-HOLD IS EQUAL TO "Y" OR CM-HOLD IS EQUAL TO "N"
                   MOVE CM-HOLD TO CMF-HOLD (CM-HIT)
               END-IF
               IF CM-PLIST IS EQUAL TO "*"
                   MOVE SPACES TO CMF-PLIST (CM-HIT)
               ELSE IF CM-PLIST IS NOT EQUAL TO SPACES
                   MOVE CM-PLIST TO CMF-PLIST (CM-HIT)
               END-IF
               IF CM-ROUTE IS EQUAL TO "*"
                   MOVE SPACES TO CMF-ROUTE (CM-HIT)
               ELSE IF CM-ROUTE IS NOT EQUAL TO SPACES
                   MOVE CM-ROUTE TO CMF-ROUTE (CM-HIT)
               END-IF
               PERFORM CM-SAVE-RTN
               MOVE "CUSCHG" TO AUD-ACTION
               PERFORM CM-AUDIT-RTN
               DISPLAY (22, 10) "CUSTOMER UPDATED"
               PERFORM CM-PLIST-CHK-RTN
           END-IF.
       CM-STAT-RTN.
           DISPLAY (14, 10) CMF-NAME (CM-HIT).
           IF CMF-STAT (CM-HIT) IS EQUAL TO "I"
               DISPLAY (16, 10)
                   "CUSTOMER IS INACTIVE - REACTIVATE? (Y/N):"
               ACCEPT (16, 53) ANS
               IF ANS IS EQUAL TO "Y"
                   MOVE "A" TO CMF-STAT (CM-HIT)
                   PERFORM CM-SAVE-RTN
                   MOVE "CUSREA" TO AUD-ACTION
                   PERFORM CM-AUDIT-RTN
                   DISPLAY (18, 10) "CUSTOMER REACTIVATED"
               END-IF
           ELSE
               DISPLAY (16, 10) "DEACTIVATE THIS CUSTOMER? (Y/N):"
               ACCEPT (16, 44) ANS
               IF ANS IS EQUAL TO "Y"
                   MOVE "I" TO CMF-STAT (CM-HIT)
                   PERFORM CM-SAVE-RTN
                   MOVE "CUSDEA" TO AUD-ACTION
                   PERFORM CM-AUDIT-RTN
                   DISPLAY (18, 10) "CUSTOMER DEACTIVATED"
               END-IF
           END-IF.
       CM-AUDIT-RTN.
           OPEN EXTEND AUDFILE.
           MOVE CM-WCODE TO PRODUCTCODE.
           MOVE ZERO TO AUD-OLD-QTY.
           MOVE ZERO TO AUD-OLD-PRICE.
           MOVE ZERO TO AUD-NEW-QTY.
           MOVE ZERO TO AUD-NEW-PRICE.
           PERFORM AUDIT-RTN.
           CLOSE AUDFILE.
       CM-LOAD-RTN.
           MOVE ZERO TO CM-CNT.
           MOVE "N" TO CM-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT CUSTFILE.
           READ CUSTFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM CM-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE CUSTFILE.
       CM-LOAD-ONE-RTN.
           IF CUST-CODE IS NOT EQUAL TO SPACES
               IF CM-CNT IS LESS THAN 200
                   ADD 1 TO CM-CNT
                   MOVE CUST-REC TO CM-RAW (CM-CNT)
                   IF CMF-TERMS (CM-CNT) IS NOT NUMERIC
                       MOVE 30 TO CMF-TERMS (CM-CNT)
                   END-IF
                   IF CMF-LIMIT (CM-CNT) IS NOT NUMERIC
                       MOVE ZERO TO CMF-LIMIT (CM-CNT)
                   END-IF
                   IF CMF-HOLD (CM-CNT) IS NOT EQUAL TO "Y"
                       MOVE "N" TO CMF-HOLD (CM-CNT)
                   END-IF
                   IF CMF-STAT (CM-CNT) IS NOT EQUAL TO "I"
                       MOVE "A" TO CMF-STAT (CM-CNT)
                   END-IF
               ELSE
                   MOVE "Y" TO CM-FULL
               END-IF
           END-IF.
           READ CUSTFILE AT END MOVE "YES" TO EOF1
           END-READ.
       CM-FIND-RTN.
           MOVE ZERO TO CM-HIT.
           PERFORM CM-SCAN-RTN
               VARYING CM-NDX FROM 1 BY 1
               UNTIL CM-NDX IS GREATER THAN CM-CNT
               OR CM-HIT IS GREATER THAN ZERO.
       CM-SCAN-RTN.
           IF CMF-CODE (CM-NDX) IS EQUAL TO CM-WCODE
               MOVE CM-NDX TO CM-HIT
           END-IF.
       CM-SAVE-RTN.
           OPEN OUTPUT CUSTFILE.
           PERFORM CM-SAVE-ONE-RTN
               VARYING CM-NDX FROM 1 BY 1
               UNTIL CM-NDX IS GREATER THAN CM-CNT.
           CLOSE CUSTFILE.
       CM-SAVE-ONE-RTN.
           MOVE CM-RAW (CM-NDX) TO CUST-REC.
           WRITE CUST-REC.
       THIRTIETH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "SUPPLIER INVOICES / PAYABLES".
           DISPLAY (6, 10) "[1] ENTER SUPPLIER INVOICE".
           DISPLAY (7, 10) "[2] APPROVE HELD INVOICE LINES".
           DISPLAY (8, 10) "[3] PAYABLES AGING BY SUPPLIER".
           DISPLAY (9, 10) "[4] DUE FOR PAYMENT THIS WEEK".
           DISPLAY (10, 10) "[5] RECORD SUPPLIER PAYMENT".
           DISPLAY (12, 10) "INPUT: ".
           ACCEPT (12, 17) AP-MODE.
           ACCEPT AGE-TODAY FROM DATE.
           MOVE AGE-TODAY TO AGE-WDATE.
           PERFORM AGE-DAYS-RTN.
           MOVE AGE-IDAYS TO AGE-TDAYS.
           IF AP-MODE IS NOT NUMERIC
               OR AP-MODE IS LESS THAN 1
               OR AP-MODE IS GREATER THAN 5
               DISPLAY (14, 10) "INVALID PAYABLES CHOICE"
           ELSE IF AP-MODE = 1
               PERFORM SIE-ENTRY-RTN
           ELSE IF AP-MODE = 2
               IF OPERATOR-LEVEL IS NOT EQUAL TO "S"
                   DISPLAY (14, 10) "SUPERVISOR SIGN-ON REQUIRED"
               ELSE
                   PERFORM SIA-APPROVE-RTN
               END-IF
           ELSE IF AP-MODE = 3
               PERFORM APA-AGING-RTN
           ELSE IF AP-MODE = 4
               PERFORM APD-DUE-RTN
           ELSE
               PERFORM APP-PAY-RTN
           END-IF.
       SIE-ENTRY-RTN.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "SUPPLIER INVOICE ENTRY".
           DISPLAY (6, 10) "SUPPLIER CODE:".
           ACCEPT (6, 34) SIE-SUPP.
           DISPLAY (7, 10) "INVOICE NUMBER:".
           ACCEPT (7, 34) SIE-INVNO.
           DISPLAY (8, 10) "INVOICE DATE (YYMMDD):".
           ACCEPT (8, 34) SIE-INVDATE.
           DISPLAY (9, 10) "TERMS (DAYS):".
           ACCEPT (9, 34) SIE-TERMS.
           MOVE SIE-SUPP TO PS-SUPP.
           PERFORM PO-SUPP-FIND-RTN.
           PERFORM SI-LOAD-RTN.
           PERFORM AP-LOAD-RTN.
           MOVE "N" TO SIE-DUP.
           PERFORM SIE-INV-DUP-RTN
               VARYING SI-NDX FROM 1 BY 1
               UNTIL SI-NDX IS GREATER THAN SI-CNT
               OR SIE-DUP IS EQUAL TO "Y".
           IF PO-SUP-OK IS EQUAL TO "N"
               DISPLAY (22, 10) "SUPPLIER NOT ON FILE"
           ELSE IF SIE-INVNO IS EQUAL TO SPACES
               DISPLAY (22, 10) "INVOICE NUMBER REQUIRED"
           ELSE IF SIE-DUP IS EQUAL TO "Y"
               DISPLAY (22, 10) "INVOICE ALREADY ENTERED FOR SUPPLIER"
           ELSE IF SIE-INVDATE IS NOT NUMERIC
               OR SIE-INVDATE IS EQUAL TO ZERO
               DISPLAY (22, 10) "INVOICE DATE MUST BE YYMMDD"
           ELSE IF SIE-TERMS IS NOT NUMERIC
               DISPLAY (22, 10) "TERMS MUST BE NUMERIC"
           ELSE IF SI-FULL IS EQUAL TO "Y"
               DISPLAY (22, 10) "INVOICE FILE TABLE FULL - NOT ENTERED"
           ELSE IF AP-FULL IS EQUAL TO "Y"
               OR AP-CNT IS NOT LESS THAN 999
               DISPLAY (22, 10) "AP TABLE FULL - NOT ENTERED"
           ELSE
               MOVE SIE-INVDATE TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               ADD AGE-IDAYS SIE-TERMS GIVING SIE-DAYNO
               PERFORM AP-DATE-RTN
               PERFORM SIE-TAKE-RTN
           END-IF.
       SIE-INV-DUP-RTN.
           IF SIF-SUPP (SI-NDX) IS EQUAL TO SIE-SUPP
               AND SIF-INVNO (SI-NDX) IS EQUAL TO SIE-INVNO
               MOVE "Y" TO SIE-DUP
           END-IF.
       SIE-TAKE-RTN.
           MOVE ZERO TO SE-CNT.
           PERFORM SIE-ASK-RTN.
           PERFORM SIE-LINE-RTN
               UNTIL SIE-WPONO IS EQUAL TO ZERO
               OR SE-CNT IS GREATER THAN OR EQUAL TO 15.
           IF SE-CNT IS EQUAL TO ZERO
               DISPLAY (22, 10) "NO LINES ENTERED - NO INVOICE"
           ELSE IF SI-CNT + SE-CNT IS GREATER THAN 999
               DISPLAY (22, 10) "INVOICE FILE TABLE FULL - NOT ENTERED"
           ELSE
               PERFORM PO-LOAD-RTN
               MOVE ZERO TO SIE-HELD
               MOVE ZERO TO SIE-TOT
               PERFORM SIE-MATCH-RTN
                   VARYING SE-NDX FROM 1 BY 1
                   UNTIL SE-NDX IS GREATER THAN SE-CNT
               PERFORM SIE-POST-RTN
           END-IF.
       SIE-ASK-RTN.
           DISPLAY (11, 10) "PO NUMBER (0=END):".
           ACCEPT (11, 34) SIE-WPONO.
           IF SIE-WPONO IS NOT NUMERIC
               MOVE ZERO TO SIE-WPONO
           END-IF.
       SIE-LINE-RTN.
           DISPLAY (12, 10) "PRODUCT CODE:".
           ACCEPT (12, 34) SIE-WCODE.
           DISPLAY (13, 10) "QUANTITY BILLED:".
           ACCEPT (13, 34) SIE-WQTY.
           DISPLAY (14, 10) "UNIT PRICE BILLED:".
           ACCEPT (14, 34) SIE-WPRICE.
           MOVE "N" TO SIE-DUP.
           PERFORM SIE-LINE-DUP-RTN
               VARYING SE-NDX FROM 1 BY 1
               UNTIL SE-NDX IS GREATER THAN SE-CNT.
           IF SIE-WQTY IS NOT NUMERIC
               OR SIE-WQTY IS EQUAL TO ZERO
               DISPLAY (16, 10) "QTY MUST BE 1-99999 - SKIPPED      "
           ELSE IF SIE-WPRICE IS NOT NUMERIC
               DISPLAY (16, 10) "PRICE MUST BE NUMERIC - SKIPPED    "
           ELSE IF SIE-DUP IS EQUAL TO "Y"
               DISPLAY (16, 10) "PO LINE ALREADY ON INVOICE - SKIPPED"
           ELSE
               ADD 1 TO SE-CNT
               MOVE SIE-WPONO TO SE-PONO (SE-CNT)
               MOVE SIE-WCODE TO SE-CODE (SE-CNT)
               MOVE SIE-WQTY TO SE-QTY (SE-CNT)
               MOVE SIE-WPRICE TO SE-PRICE (SE-CNT)
               MULTIPLY SIE-WQTY BY SIE-WPRICE
                   GIVING SE-AMT (SE-CNT)
               DISPLAY (16, 10) "LINE ACCEPTED                       "
           END-IF.
           IF SE-CNT IS GREATER THAN OR EQUAL TO 15
               DISPLAY (16, 10) "INVOICE FULL - 15 LINES MAXIMUM     "
               MOVE ZERO TO SIE-WPONO
           ELSE
               PERFORM SIE-ASK-RTN
           END-IF.
       SIE-LINE-DUP-RTN.
           IF SE-PONO (SE-NDX) IS EQUAL TO SIE-WPONO
               AND SE-CODE (SE-NDX) IS EQUAL TO SIE-WCODE
               MOVE "Y" TO SIE-DUP
           END-IF.
       SIE-MATCH-RTN.
           MOVE SE-PONO (SE-NDX) TO SIE-WPONO.
           MOVE SE-CODE (SE-NDX) TO SIE-WCODE.
           MOVE "M" TO SE-STAT (SE-NDX).
           MOVE SPACES TO SE-REASON (SE-NDX).
           MOVE "N" TO PT-FOUND.
           MOVE ZERO TO PT-HIT.
           PERFORM SIE-PO-SCAN-RTN
               VARYING PT-NDX FROM 1 BY 1
               UNTIL PT-NDX IS GREATER THAN PT-CNT
               OR PT-FOUND IS EQUAL TO "Y".
           MOVE ZERO TO SIE-PREV.
           PERFORM SIE-PREV-RTN
               VARYING SI-NDX FROM 1 BY 1
               UNTIL SI-NDX IS GREATER THAN SI-CNT.
           ADD SIE-PREV SE-QTY (SE-NDX) GIVING SIE-BILLED.
           IF PT-FOUND IS EQUAL TO "N"
               MOVE "NOPO" TO SE-REASON (SE-NDX)
           ELSE IF SIE-BILLED IS GREATER THAN PT-OQTY (PT-HIT)
               MOVE "QTY" TO SE-REASON (SE-NDX)
           ELSE IF SIE-BILLED IS GREATER THAN PT-RQTY (PT-HIT)
               MOVE "RCVD" TO SE-REASON (SE-NDX)
           ELSE IF PT-PRICE (PT-HIT) IS NOT NUMERIC
               MOVE "PRIC" TO SE-REASON (SE-NDX)
           ELSE IF SE-PRICE (SE-NDX) IS NOT EQUAL TO PT-PRICE (PT-HIT)
               MOVE "PRIC" TO SE-REASON (SE-NDX)
           END-IF.
           IF SE-REASON (SE-NDX) IS NOT EQUAL TO SPACES
               MOVE "H" TO SE-STAT (SE-NDX)
               ADD 1 TO SIE-HELD
           ELSE
               ADD SE-AMT (SE-NDX) TO SIE-TOT
           END-IF.
       SIE-PO-SCAN-RTN.
           IF PT-PONO (PT-NDX) IS EQUAL TO SIE-WPONO
               AND PT-CODE (PT-NDX) IS EQUAL TO SIE-WCODE
               AND PT-SUPP (PT-NDX) IS EQUAL TO SIE-SUPP
               AND PT-OQTY (PT-NDX) IS NUMERIC
               AND PT-RQTY (PT-NDX) IS NUMERIC
               MOVE "Y" TO PT-FOUND
               MOVE PT-NDX TO PT-HIT
           END-IF.
       SIE-PREV-RTN.
           IF SIF-SUPP (SI-NDX) IS EQUAL TO SIE-SUPP
               AND SIF-PONO (SI-NDX) IS EQUAL TO SIE-WPONO
               AND SIF-CODE (SI-NDX) IS EQUAL TO SIE-WCODE
               AND SIF-STAT (SI-NDX) IS NOT EQUAL TO "R"
               AND SIF-QTY (SI-NDX) IS NUMERIC
               ADD SIF-QTY (SI-NDX) TO SIE-PREV
           END-IF.
       SIE-POST-RTN.
           MOVE "SUPINV" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           WRITE OUTREC-HDG FROM HDG1.
           MOVE SIE-SUPP TO APDL-SUPP.
           MOVE SIE-INVNO TO APDL-INVNO.
           MOVE SIE-DUE TO APDL-DUE.
           MOVE SIE-TOT TO APDL-BAL.
           MOVE "ENTERED" TO APDL-STAT.
           WRITE OUTREC-HDG FROM APD-HDG AFTER ADVANCING 2.
           WRITE OUTREC-HDG FROM APD-LINE.
           WRITE OUTREC-HDG FROM SIE-HDG AFTER ADVANCING 2.
           OPEN EXTEND SIFILE.
           PERFORM SIE-WRITE-RTN
               VARYING SE-NDX FROM 1 BY 1
               UNTIL SE-NDX IS GREATER THAN SE-CNT.
           CLOSE SIFILE.
           MOVE SIE-TOT TO SIET-TOT.
           MOVE SIE-HELD TO SIET-HELD.
           WRITE OUTREC-HDG FROM SIE-TOTS AFTER ADVANCING 2.
           IF SIE-HELD IS EQUAL TO ZERO
               PERFORM AP-LOAD-RTN
               PERFORM AP-ADD-RTN
               DISPLAY (22, 10) "INVOICE MATCHED - PASSED FOR PAYMENT"
           ELSE
               DISPLAY (22, 10) "LINES HELD FOR APPROVAL:"
               DISPLAY (22, 36) SIET-HELD
           END-IF.
           CLOSE OUTFILE.
       SIE-WRITE-RTN.
           ADD 1 TO SI-CNT.
           MOVE SPACES TO SI-RAW (SI-CNT).
           MOVE SIE-SUPP TO SIF-SUPP (SI-CNT).
           MOVE SIE-INVNO TO SIF-INVNO (SI-CNT).
           MOVE SIE-INVDATE TO SIF-INVDATE (SI-CNT).
           MOVE SIE-DUE TO SIF-DUE (SI-CNT).
           MOVE SE-PONO (SE-NDX) TO SIF-PONO (SI-CNT).
           MOVE SE-CODE (SE-NDX) TO SIF-CODE (SI-CNT).
           MOVE SE-QTY (SE-NDX) TO SIF-QTY (SI-CNT).
           MOVE SE-PRICE (SE-NDX) TO SIF-PRICE (SI-CNT).
           MOVE SE-AMT (SE-NDX) TO SIF-AMT (SI-CNT).
           MOVE SE-STAT (SE-NDX) TO SIF-STAT (SI-CNT).
           MOVE SE-REASON (SE-NDX) TO SIF-REASON (SI-CNT).
           MOVE OPERATOR-ID TO SIF-OPID (SI-CNT).
           MOVE SI-RAW (SI-CNT) TO SI-REC.
           WRITE SI-REC.
           MOVE SPACES TO SIE-LINE.
           MOVE SE-PONO (SE-NDX) TO SIEL-PONO.
           MOVE SE-CODE (SE-NDX) TO SIEL-CODE.
           MOVE SE-QTY (SE-NDX) TO SIEL-QTY.
           MOVE SE-PRICE (SE-NDX) TO SIEL-PRICE.
           MOVE SE-AMT (SE-NDX) TO SIEL-AMT.
           IF SE-STAT (SE-NDX) IS EQUAL TO "H"
               MOVE "HELD" TO SIEL-STAT
           ELSE
               MOVE "OK" TO SIEL-STAT
           END-IF.
           MOVE SE-REASON (SE-NDX) TO SIEL-REASON.
           WRITE OUTREC-HDG FROM SIE-LINE.
       AP-DATE-RTN.
           SUBTRACT 31 FROM SIE-DAYNO GIVING SIE-REM.
           DIVIDE SIE-REM BY 360 GIVING SIE-YY REMAINDER SIE-REM.
           DIVIDE SIE-REM BY 30 GIVING SIE-MM REMAINDER SIE-DD.
           ADD 1 TO SIE-MM.
           ADD 1 TO SIE-DD.
           IF SIE-YY IS GREATER THAN 99
               SUBTRACT 100 FROM SIE-YY
           END-IF.
           MOVE SIE-YY TO SIE-DUE-YY.
           MOVE SIE-MM TO SIE-DUE-MM.
           MOVE SIE-DD TO SIE-DUE-DD.
       AP-ADD-RTN.
           PERFORM AP-FIND-RTN.
           IF AP-HIT IS EQUAL TO ZERO
               AND SIE-TOT IS GREATER THAN ZERO
               IF AP-CNT IS LESS THAN 999
                   ADD 1 TO AP-CNT
                   MOVE SPACES TO AP-RAW (AP-CNT)
                   MOVE SIE-SUPP TO APF-SUPP (AP-CNT)
                   MOVE SIE-INVNO TO APF-INVNO (AP-CNT)
                   MOVE SIE-INVDATE TO APF-INVDATE (AP-CNT)
                   MOVE SIE-DUE TO APF-DUE (AP-CNT)
                   MOVE SIE-TOT TO APF-AMT (AP-CNT)
                   MOVE ZERO TO APF-PAID (AP-CNT)
                   MOVE "O" TO APF-STAT (AP-CNT)
                   OPEN EXTEND APFILE
                   MOVE AP-RAW (AP-CNT) TO AP-REC
                   WRITE AP-REC
                   CLOSE APFILE
               ELSE
                   MOVE "Y" TO AP-FULL
                   DISPLAY (23, 10) "AP TABLE FULL - INVOICE NOT POSTED"
               END-IF
           END-IF.
       SIA-APPROVE-RTN.
           PERFORM SI-LOAD-RTN.
           MOVE ZERO TO SIE-HELD.
           MOVE "N" TO SIA-APFAIL.
           IF SI-FULL IS EQUAL TO "N"
               PERFORM SIA-ONE-RTN
                   VARYING SI-NDX FROM 1 BY 1
                   UNTIL SI-NDX IS GREATER THAN SI-CNT
           END-IF.
           IF SI-FULL IS EQUAL TO "Y"
               DISPLAY SCR
               DISPLAY (2, 35) "SALES INVENTORY"
               DISPLAY (22, 10) "INVOICE FILE TABLE FULL - NOT DECIDED"
           ELSE IF SIE-HELD IS EQUAL TO ZERO
               DISPLAY SCR
               DISPLAY (2, 35) "SALES INVENTORY"
               DISPLAY (22, 10) "NO INVOICE LINES DECIDED"
           ELSE
               PERFORM SI-SAVE-RTN
               DISPLAY (22, 10) "INVOICE LINES DECIDED:"
               MOVE SIE-HELD TO SIET-HELD
               DISPLAY (22, 34) SIET-HELD
           END-IF.
           IF SIA-APFAIL IS EQUAL TO "Y"
               DISPLAY (23, 10) "AP TABLE FULL - LINES LEFT HELD"
           END-IF.
       SIA-ONE-RTN.
           IF SIF-STAT (SI-NDX) IS EQUAL TO "H"
               DISPLAY SCR
               DISPLAY (2, 35) "SALES INVENTORY"
               DISPLAY (4, 10) "APPROVE HELD INVOICE LINES"
               MOVE SPACES TO SIE-LINE
               MOVE SIF-PONO (SI-NDX) TO SIEL-PONO
               MOVE SIF-CODE (SI-NDX) TO SIEL-CODE
               MOVE SIF-QTY (SI-NDX) TO SIEL-QTY
               MOVE SIF-PRICE (SI-NDX) TO SIEL-PRICE
               MOVE SIF-AMT (SI-NDX) TO SIEL-AMT
               MOVE "HELD" TO SIEL-STAT
               MOVE SIF-REASON (SI-NDX) TO SIEL-REASON
               DISPLAY (6, 10) "SUPPLIER:"
               DISPLAY (6, 24) SIF-SUPP (SI-NDX)
               DISPLAY (7, 10) "INVOICE:"
               DISPLAY (7, 24) SIF-INVNO (SI-NDX)
               DISPLAY (9, 1) SIE-LINE
               DISPLAY (11, 10) "A=APPROVE  R=REJECT  BLANK=LEAVE:"
               MOVE SPACE TO SIA-DEC
               ACCEPT (11, 45) SIA-DEC
               IF SIA-DEC IS EQUAL TO "A" OR SIA-DEC IS EQUAL TO "R"
                   MOVE SIA-DEC TO SIF-STAT (SI-NDX)
                   MOVE OPERATOR-ID TO SIF-APID (SI-NDX)
                   ADD 1 TO SIE-HELD
                   MOVE SIF-SUPP (SI-NDX) TO SIE-SUPP
                   MOVE SIF-INVNO (SI-NDX) TO SIE-INVNO
                   PERFORM SIA-CLOSE-RTN
                   IF AP-FULL IS EQUAL TO "Y"
                       MOVE "H" TO SIF-STAT (SI-NDX)
                       MOVE SPACES TO SIF-APID (SI-NDX)
                       SUBTRACT 1 FROM SIE-HELD
                       MOVE "Y" TO SIA-APFAIL
                   END-IF
               END-IF
           END-IF.
       SIA-CLOSE-RTN.
           MOVE "N" TO AP-FULL.
           MOVE "N" TO SIE-DUP.
           MOVE ZERO TO SIE-TOT.
           MOVE SIF-INVDATE (SI-NDX) TO SIE-INVDATE.
           MOVE SIF-DUE (SI-NDX) TO SIE-DUE.
           PERFORM SIA-SCAN-RTN
               VARYING SI-NDX2 FROM 1 BY 1
               UNTIL SI-NDX2 IS GREATER THAN SI-CNT.
           IF SIE-DUP IS EQUAL TO "N"
               PERFORM AP-LOAD-RTN
               MOVE "N" TO AP-FULL
               PERFORM AP-ADD-RTN
           END-IF.
       SIA-SCAN-RTN.
           IF SIF-SUPP (SI-NDX2) IS EQUAL TO SIE-SUPP
               AND SIF-INVNO (SI-NDX2) IS EQUAL TO SIE-INVNO
               IF SIF-STAT (SI-NDX2) IS EQUAL TO "H"
                   MOVE "Y" TO SIE-DUP
               ELSE IF SIF-STAT (SI-NDX2) IS EQUAL TO "M"
                   OR SIF-STAT (SI-NDX2) IS EQUAL TO "A"
                   ADD SIF-AMT (SI-NDX2) TO SIE-TOT
               END-IF
           END-IF.
       APA-AGING-RTN.
           MOVE ZERO TO AS-CNT.
           MOVE "N" TO AS-FULL.
           MOVE ZERO TO AP-TBAL.
           PERFORM AP-LOAD-RTN.
           PERFORM APA-ONE-RTN
               VARYING AP-NDX FROM 1 BY 1
               UNTIL AP-NDX IS GREATER THAN AP-CNT.
           MOVE "APAGING" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE AGE-TODAY TO AGE-TITLE-DATE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM AGE-TITLE.
           WRITE OUTREC-HDG FROM APA-HDG AFTER ADVANCING 2.
           DISPLAY APA-HDG.
           PERFORM APA-PRINT-RTN
               VARYING AS-NDX FROM 1 BY 1
               UNTIL AS-NDX IS GREATER THAN AS-CNT.
           IF AS-FULL IS EQUAL TO "Y"
               DISPLAY (23, 10) "AGING TABLE FULL - PARTIAL"
           END-IF.
           MOVE AP-TBAL TO APT-BAL.
           WRITE OUTREC-HDG FROM AP-TOTS AFTER ADVANCING 2.
           DISPLAY AP-TOTS.
           CLOSE OUTFILE.
       APA-ONE-RTN.
           PERFORM AP-BAL-RTN.
           IF AP-BAL IS GREATER THAN ZERO
               MOVE ZERO TO AS-HIT
               PERFORM APA-SCAN-RTN
                   VARYING AS-NDX FROM 1 BY 1
                   UNTIL AS-NDX IS GREATER THAN AS-CNT
                   OR AS-HIT IS GREATER THAN ZERO
               IF AS-HIT IS EQUAL TO ZERO
                   IF AS-CNT IS LESS THAN 200
                       ADD 1 TO AS-CNT
                       MOVE AS-CNT TO AS-HIT
                       MOVE APF-SUPP (AP-NDX) TO AS-SUPP (AS-HIT)
                       MOVE ZERO TO AS-B0 (AS-HIT)
                       MOVE ZERO TO AS-B1 (AS-HIT)
                       MOVE ZERO TO AS-B2 (AS-HIT)
                       MOVE ZERO TO AS-B3 (AS-HIT)
                   ELSE
                       MOVE "Y" TO AS-FULL
                   END-IF
               END-IF
               IF AS-HIT IS GREATER THAN ZERO
                   ADD AP-BAL TO AP-TBAL
                   MOVE APF-DUE (AP-NDX) TO AGE-WDATE
                   PERFORM AGE-DAYS-RTN
                   IF AGE-IDAYS IS NOT LESS THAN AGE-TDAYS
                       ADD AP-BAL TO AS-B0 (AS-HIT)
                   ELSE
                       SUBTRACT AGE-IDAYS FROM AGE-TDAYS
                           GIVING AGE-WK
                       IF AGE-WK IS NOT GREATER THAN 30
                           ADD AP-BAL TO AS-B1 (AS-HIT)
                       ELSE IF AGE-WK IS NOT GREATER THAN 60
                           ADD AP-BAL TO AS-B2 (AS-HIT)
                       ELSE
                           ADD AP-BAL TO AS-B3 (AS-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       APA-SCAN-RTN.
           IF AS-SUPP (AS-NDX) IS EQUAL TO APF-SUPP (AP-NDX)
               MOVE AS-NDX TO AS-HIT
           END-IF.
       APA-PRINT-RTN.
           MOVE AS-SUPP (AS-NDX) TO AGEX-CUST.
           MOVE AS-B0 (AS-NDX) TO AGEX-B0.
           MOVE AS-B1 (AS-NDX) TO AGEX-B1.
           MOVE AS-B2 (AS-NDX) TO AGEX-B2.
           MOVE AS-B3 (AS-NDX) TO AGEX-B3.
           WRITE OUTREC-HDG FROM AGE-LINE.
           DISPLAY AGE-LINE.
       APD-DUE-RTN.
           MOVE ZERO TO AP-TBAL.
           ADD AGE-TDAYS 7 GIVING AP-WEEKEND.
           PERFORM AP-LOAD-RTN.
           MOVE "APDUE" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE AGE-TODAY TO AGE-TITLE-DATE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM AGE-TITLE.
           WRITE OUTREC-HDG FROM APD-HDG AFTER ADVANCING 2.
           DISPLAY APD-HDG.
           PERFORM APD-ONE-RTN
               VARYING AP-NDX FROM 1 BY 1
               UNTIL AP-NDX IS GREATER THAN AP-CNT.
           MOVE AP-TBAL TO APT-BAL.
           WRITE OUTREC-HDG FROM AP-TOTS AFTER ADVANCING 2.
           DISPLAY AP-TOTS.
           CLOSE OUTFILE.
       APD-ONE-RTN.
           PERFORM AP-BAL-RTN.
           IF AP-BAL IS GREATER THAN ZERO
               MOVE APF-DUE (AP-NDX) TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               IF AGE-IDAYS IS NOT GREATER THAN AP-WEEKEND
                   ADD AP-BAL TO AP-TBAL
                   MOVE APF-SUPP (AP-NDX) TO APDL-SUPP
                   MOVE APF-INVNO (AP-NDX) TO APDL-INVNO
                   MOVE APF-DUE (AP-NDX) TO APDL-DUE
                   MOVE AP-BAL TO APDL-BAL
                   IF AGE-IDAYS IS LESS THAN AGE-TDAYS
                       MOVE "OVERDUE" TO APDL-STAT
                   ELSE
                       MOVE "DUE" TO APDL-STAT
                   END-IF
                   WRITE OUTREC-HDG FROM APD-LINE
                   DISPLAY APD-LINE
               END-IF
           END-IF.
       APP-PAY-RTN.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "RECORD SUPPLIER PAYMENT".
           DISPLAY (6, 10) "SUPPLIER CODE:".
           ACCEPT (6, 34) SIE-SUPP.
           DISPLAY (7, 10) "INVOICE NUMBER:".
           ACCEPT (7, 34) SIE-INVNO.
           PERFORM AP-LOAD-RTN.
           PERFORM AP-FIND-RTN.
           IF AP-HIT IS EQUAL TO ZERO
               DISPLAY (12, 10) "INVOICE NOT IN PAYABLES"
           ELSE IF APF-STAT (AP-HIT) IS NOT EQUAL TO "O"
               DISPLAY (12, 10) "INVOICE ALREADY PAID"
           ELSE IF AP-FULL IS EQUAL TO "Y"
               DISPLAY (12, 10) "PAYABLES TABLE FULL - NOT UPDATED"
           ELSE
               MOVE AP-HIT TO AP-NDX
               PERFORM AP-BAL-RTN
               MOVE AP-BAL TO APT-BAL
               DISPLAY (8, 10) "BALANCE:"
               DISPLAY (8, 34) APT-BAL
               DISPLAY (9, 10) "AMOUNT PAID:"
               ACCEPT (9, 34) AP-PAYAMT
               IF AP-PAYAMT IS NOT NUMERIC
                   OR AP-PAYAMT IS EQUAL TO ZERO
                   DISPLAY (12, 10)
                       "AMOUNT MUST BE NUMERIC - NOT POSTED"
               ELSE IF AP-PAYAMT IS GREATER THAN AP-BAL
                   DISPLAY (12, 10)
                       "AMOUNT EXCEEDS BALANCE - NOT POSTED"
               ELSE
                   ADD AP-PAYAMT TO APF-PAID (AP-HIT)
                   IF APF-PAID (AP-HIT) IS NOT LESS THAN
                       APF-AMT (AP-HIT)
                       MOVE "P" TO APF-STAT (AP-HIT)
                   END-IF
                   PERFORM AP-SAVE-RTN
                   DISPLAY (12, 10) "PAYMENT RECORDED"
               END-IF
           END-IF.
       AP-BAL-RTN.
           MOVE ZERO TO AP-BAL.
           IF APF-STAT (AP-NDX) IS EQUAL TO "O"
               AND APF-AMT (AP-NDX) IS NUMERIC
               AND APF-PAID (AP-NDX) IS NUMERIC
               SUBTRACT APF-PAID (AP-NDX) FROM APF-AMT (AP-NDX)
                   GIVING AP-BAL
           END-IF.
       AP-LOAD-RTN.
           MOVE ZERO TO AP-CNT.
           MOVE "N" TO AP-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT APFILE.
           READ APFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM AP-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE APFILE.
       AP-LOAD-ONE-RTN.
           IF AP-REC (58:1) IS EQUAL TO "P"
               CONTINUE
           ELSE IF AP-CNT IS LESS THAN 999
               ADD 1 TO AP-CNT
               MOVE AP-REC TO AP-RAW (AP-CNT)
           ELSE
               MOVE "Y" TO AP-FULL
           END-IF.
           READ APFILE AT END MOVE "YES" TO EOF1
           END-READ.
       AP-FIND-RTN.
           MOVE ZERO TO AP-HIT.
           PERFORM AP-SCAN-RTN
               VARYING AP-NDX FROM 1 BY 1
               UNTIL AP-NDX IS GREATER THAN AP-CNT
               OR AP-HIT IS GREATER THAN ZERO.
       AP-SCAN-RTN.
           IF APF-SUPP (AP-NDX) IS EQUAL TO SIE-SUPP
               AND APF-INVNO (AP-NDX) IS EQUAL TO SIE-INVNO
               MOVE AP-NDX TO AP-HIT
           END-IF.
       AP-SAVE-RTN.
           MOVE "NO" TO EOF1.
           OPEN EXTEND APARCH.
           OPEN INPUT APFILE.
           READ APFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM AP-PURGE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE APFILE.
           OPEN OUTPUT APFILE.
           PERFORM AP-SAVE-ONE-RTN
               VARYING AP-NDX FROM 1 BY 1
               UNTIL AP-NDX IS GREATER THAN AP-CNT.
           CLOSE APFILE, APARCH.
       AP-PURGE-RTN.
           IF AP-REC (58:1) IS EQUAL TO "P"
               MOVE AP-REC TO APARCH-REC
               WRITE APARCH-REC
           END-IF.
           READ APFILE AT END MOVE "YES" TO EOF1
           END-READ.
       AP-SAVE-ONE-RTN.
           IF APF-STAT (AP-NDX) IS EQUAL TO "P"
               MOVE AP-RAW (AP-NDX) TO APARCH-REC
               WRITE APARCH-REC
           ELSE
               MOVE AP-RAW (AP-NDX) TO AP-REC
               WRITE AP-REC
           END-IF.
       SI-LOAD-RTN.
           MOVE ZERO TO SI-CNT.
           MOVE "N" TO SI-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT SIFILE.
           READ SIFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM SI-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE SIFILE.
       SI-LOAD-ONE-RTN.
           IF SI-CNT IS LESS THAN 999
               ADD 1 TO SI-CNT
               MOVE SI-REC TO SI-RAW (SI-CNT)
           ELSE
               MOVE "Y" TO SI-FULL
           END-IF.
           READ SIFILE AT END MOVE "YES" TO EOF1
           END-READ.
       SI-SAVE-RTN.
           IF SI-FULL IS NOT EQUAL TO "Y"
               OPEN OUTPUT SIFILE
               PERFORM SI-SAVE-ONE-RTN
                   VARYING SI-NDX FROM 1 BY 1
                   UNTIL SI-NDX IS GREATER THAN SI-CNT
               CLOSE SIFILE
           END-IF.
       SI-SAVE-ONE-RTN.
           MOVE SI-RAW (SI-NDX) TO SI-REC.
           WRITE SI-REC.
       THIRTY-FIRST-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "GENERAL LEDGER JOURNAL EXPORT".
           DISPLAY (6, 10) "EXPORT DATE (YYMMDD, 0=TODAY):".
           ACCEPT (6, 42) GL-DATE.
           ACCEPT GL-TODAY FROM DATE.
           IF GL-DATE IS NOT NUMERIC
               DISPLAY (8, 10) "DATE MUST BE YYMMDD"
           ELSE
               IF GL-DATE IS EQUAL TO ZERO
                   MOVE GL-TODAY TO GL-DATE
               END-IF
               PERFORM GL-RUN-RTN
               DISPLAY (22, 10) GL-MSG
           END-IF.
       GL-RUN-RTN.
           MOVE "N" TO GL-OK.
           MOVE "N" TO GL-IOERR.
           MOVE SPACES TO GL-MSG.
           MOVE ZERO TO GA-CNT.
           MOVE ZERO TO GL-TDR.
           MOVE ZERO TO GL-TCR.
           PERFORM GL-CTL-CHECK-RTN.
           IF GL-DONE IS EQUAL TO "Y"
               MOVE "DATE ALREADY EXPORTED - REFUSED" TO GL-MSG
           ELSE
               PERFORM GL-ACCT-LOAD-RTN
               MOVE ZERO TO GL-NOCOST
               OPEN INPUT INFILE
               PERFORM GL-DISP-RTN
               PERFORM GL-INV-RTN
               PERFORM GL-AUD-RTN
               PERFORM GL-QUAR-RTN
               CLOSE INFILE
               PERFORM GL-RCVH-RTN
               PERFORM GL-PAY-RTN
               PERFORM GL-TOT-RTN
                   VARYING GA-NDX FROM 1 BY 1
                   UNTIL GA-NDX IS GREATER THAN GA-CNT
               IF GL-IOERR IS EQUAL TO "Y"
                   CONTINUE
               ELSE IF GL-TDR IS NOT EQUAL TO GL-TCR
                   MOVE "DEBITS NOT EQUAL CREDITS - NOT RELEASED"
                       TO GL-MSG
               ELSE IF GL-TDR IS EQUAL TO ZERO
                   MOVE "Y" TO GL-OK
                   MOVE "NO ACTIVITY FOR DATE - NOTHING EXPORTED"
                       TO GL-MSG
               ELSE
                   MOVE "Y" TO GL-OK
                   PERFORM GL-RELEASE-RTN
                   MOVE "JOURNAL RELEASED TO GLJRNL.TXT" TO GL-MSG
               END-IF
           END-IF.
           PERFORM GL-PRINT-RTN.
       GL-CTL-CHECK-RTN.
           MOVE "N" TO GL-DONE.
           MOVE "NO" TO EOF1.
           OPEN INPUT GLCFILE.
           READ GLCFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM GL-CTL-SCAN-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE GLCFILE.
       GL-CTL-SCAN-RTN.
           IF GLC-DATE IS EQUAL TO GL-DATE
               MOVE "Y" TO GL-DONE
           END-IF.
           READ GLCFILE AT END MOVE "YES" TO EOF1
           END-READ.
       GL-ACCT-LOAD-RTN.
           MOVE ZERO TO GA-CNT.
           PERFORM GL-ACCT-DEF-RTN
               VARYING GA-NDX FROM 1 BY 1
               UNTIL GA-NDX IS GREATER THAN 12.
           MOVE "NO" TO EOF1.
           OPEN INPUT GLAFILE.
           READ GLAFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM GL-ACCT-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE GLAFILE.
       GL-ACCT-DEF-RTN.
           ADD 1 TO GA-CNT.
           MOVE GL-DEF-KEY (GA-NDX) TO GA-KEY (GA-CNT).
           MOVE GL-DEF-ACCT (GA-NDX) TO GA-ACCT (GA-CNT).
           MOVE GL-DEF-DESC (GA-NDX) TO GA-DESC (GA-CNT).
           MOVE ZERO TO GA-DR (GA-CNT).
           MOVE ZERO TO GA-CR (GA-CNT).
       GL-ACCT-ONE-RTN.
           MOVE GLA-KEY TO GL-WKEY.
           PERFORM GL-FIND-RTN.
           IF GA-HIT IS GREATER THAN ZERO
               AND GLA-ACCT IS NOT EQUAL TO SPACES
               MOVE GLA-ACCT TO GA-ACCT (GA-HIT)
               IF GLA-DESC IS NOT EQUAL TO SPACES
                   MOVE GLA-DESC TO GA-DESC (GA-HIT)
               END-IF
           END-IF.
           READ GLAFILE AT END MOVE "YES" TO EOF1
           END-READ.
       GL-FIND-RTN.
           MOVE ZERO TO GA-HIT.
           PERFORM GL-SCAN-RTN
               VARYING GA-NDX FROM 1 BY 1
               UNTIL GA-NDX IS GREATER THAN GA-CNT
               OR GA-HIT IS GREATER THAN ZERO.
       GL-SCAN-RTN.
           IF GA-KEY (GA-NDX) IS EQUAL TO GL-WKEY
               MOVE GA-NDX TO GA-HIT
           END-IF.
       GL-PAIR-RTN.
           IF GL-WAMT IS LESS THAN ZERO
               MOVE GL-DRKEY TO GL-WKEY
               MOVE GL-CRKEY TO GL-DRKEY
               MOVE GL-WKEY TO GL-CRKEY
               SUBTRACT GL-WAMT FROM ZERO GIVING GL-WAMT
           END-IF.
           MOVE GL-DRKEY TO GL-WKEY.
           PERFORM GL-DR-RTN.
           MOVE GL-CRKEY TO GL-WKEY.
           PERFORM GL-CR-RTN.
       GL-DR-RTN.
           PERFORM GL-FIND-RTN.
           IF GA-HIT IS GREATER THAN ZERO
               ADD GL-WAMT TO GA-DR (GA-HIT)
           END-IF.
       GL-CR-RTN.
           PERFORM GL-FIND-RTN.
           IF GA-HIT IS GREATER THAN ZERO
               ADD GL-WAMT TO GA-CR (GA-HIT)
           END-IF.
       GL-DISP-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPFILE.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
               AND DISPFILE-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               MOVE "Y" TO GL-IOERR
               MOVE "CANNOT OPEN DISPATCH.TXT - NOT RELEASED" TO GL-MSG
           ELSE
               READ DISPFILE AT END MOVE "YES" TO EOF END-READ
               PERFORM GL-DISP-READ-CHK-RTN
           END-IF.
           PERFORM GL-DISP-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE DISPFILE.
       GL-DISP-ONE-RTN.
           IF DT-DATE IS EQUAL TO GL-DATE
               AND DT-QTY-OUT IS NUMERIC
               AND DT-PRICE IS NUMERIC
               AND DT-COST IS NUMERIC
               MULTIPLY DT-QTY-OUT BY DT-PRICE GIVING VAT-GROSS
               IF DT-ORDNO IS NUMERIC
                   AND DT-ORDNO IS GREATER THAN ZERO
                   CONTINUE
               ELSE
                   MOVE VAT-GROSS TO GL-WAMT
                   MOVE "CASH" TO GL-WKEY
                   PERFORM GL-DR-RTN
               END-IF
               MOVE DT-CODE TO PRODUCTCODE
               PERFORM GL-COST-RTN
               MOVE GL-VATCD TO VAT-WCODE
               PERFORM VAT-SPLIT-RTN
               MOVE VAT-NET TO GL-WAMT
               MOVE "SALE" TO GL-WKEY
               PERFORM GL-CR-RTN
               MOVE VAT-AMT TO GL-WAMT
               MOVE "VATO" TO GL-WKEY
               PERFORM GL-CR-RTN
               MULTIPLY DT-QTY-OUT BY DT-COST GIVING GL-WAMT
               MOVE "COGS" TO GL-DRKEY
               MOVE "INVT" TO GL-CRKEY
               PERFORM GL-PAIR-RTN
           END-IF.
           READ DISPFILE AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM GL-DISP-READ-CHK-RTN.
       GL-DISP-READ-CHK-RTN.
           IF EOF IS NOT EQUAL TO "YES"
               AND DISPFILE-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF
               MOVE "Y" TO GL-IOERR
               MOVE "DISPATCH FILE READ ERROR - NOT RELEASED" TO GL-MSG
           END-IF.
       GL-INV-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT INVFILE.
           READ INVFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM GL-INV-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE INVFILE.
       GL-INV-ONE-RTN.
           IF INV-DATE IS EQUAL TO GL-DATE
               AND INV-AMT IS NUMERIC
               MOVE INV-AMT TO GL-WAMT
               MOVE "AR" TO GL-WKEY
               PERFORM GL-DR-RTN
           END-IF.
           READ INVFILE AT END MOVE "YES" TO EOF
           END-READ.
       GL-AUD-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT AUDFILE.
           IF AUDFILE-STATUS IS NOT EQUAL TO "00"
               AND AUDFILE-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               MOVE "Y" TO GL-IOERR
               MOVE "CANNOT OPEN AUDIT.TXT - NOT RELEASED" TO GL-MSG
           ELSE
               READ AUDFILE AT END MOVE "YES" TO EOF END-READ
               PERFORM GL-AUD-READ-CHK-RTN
           END-IF.
           PERFORM GL-AUD-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE AUDFILE.
       GL-AUD-ONE-RTN.
           IF AUD-DATE IS EQUAL TO GL-DATE
               AND AUD-OLD-QTY IS NUMERIC
               AND AUD-NEW-QTY IS NUMERIC
               AND (AUD-ACTION IS EQUAL TO "RECEIV"
                   OR AUD-ACTION IS EQUAL TO "ADJUST"
                   OR AUD-ACTION IS EQUAL TO "RETCUS"
                   OR AUD-ACTION IS EQUAL TO "RETSUP")
               SUBTRACT AUD-OLD-QTY FROM AUD-NEW-QTY GIVING GL-DELTA
               MOVE AUD-CODE TO PRODUCTCODE
               PERFORM GL-COST-RTN
               MULTIPLY GL-DELTA BY GL-COST GIVING GL-WAMT
               MOVE "INVT" TO GL-DRKEY
               IF AUD-ACTION IS EQUAL TO "ADJUST"
                   MOVE "SHRK" TO GL-CRKEY
               ELSE IF AUD-ACTION IS EQUAL TO "RETCUS"
                   MOVE "COGS" TO GL-CRKEY
               ELSE
                   MOVE "GRNI" TO GL-CRKEY
               END-IF
               PERFORM GL-PAIR-RTN
               IF AUD-ACTION IS EQUAL TO "RETCUS"
                   AND AUD-NEW-PRICE IS NUMERIC
                   AND GL-DELTA IS GREATER THAN ZERO
                   MULTIPLY GL-DELTA BY AUD-NEW-PRICE GIVING VAT-GROSS
                   PERFORM GL-RET-POST-RTN
               END-IF
           END-IF.
           READ AUDFILE AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM GL-AUD-READ-CHK-RTN.
       GL-AUD-READ-CHK-RTN.
           IF EOF IS NOT EQUAL TO "YES"
               AND AUDFILE-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF
               MOVE "Y" TO GL-IOERR
               MOVE "AUDIT FILE READ ERROR - NOT RELEASED" TO GL-MSG
           END-IF.
       GL-RET-POST-RTN.
           MOVE GL-VATCD TO VAT-WCODE.
           PERFORM VAT-SPLIT-RTN.
           MOVE VAT-NET TO GL-WAMT.
           MOVE "RETN" TO GL-WKEY.
           PERFORM GL-DR-RTN.
           MOVE VAT-AMT TO GL-WAMT.
           MOVE "VATO" TO GL-WKEY.
           PERFORM GL-DR-RTN.
           MOVE VAT-GROSS TO GL-WAMT.
           MOVE "RFND" TO GL-WKEY.
           PERFORM GL-CR-RTN.
       GL-COST-RTN.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE ZERO TO GL-COST
                   MOVE ZERO TO GL-SELL
                   MOVE "V" TO GL-VATCD
                   ADD 1 TO GL-NOCOST
               NOT INVALID KEY
                   MOVE UNITCOST TO GL-COST
                   MOVE PRICE TO GL-SELL
                   MOVE VATCODE TO GL-VATCD
           END-READ.
       GL-QUAR-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT QUARFILE.
           READ QUARFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM GL-QUAR-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE QUARFILE.
       GL-QUAR-ONE-RTN.
           IF QUAR-DATE IS EQUAL TO GL-DATE
               AND QUAR-QTY IS NUMERIC
               MOVE QUAR-CODE TO PRODUCTCODE
               PERFORM GL-COST-RTN
               MOVE "N" TO GL-DFOUND
               IF QUAR-ORDNO IS NUMERIC
                   AND QUAR-ORDNO IS GREATER THAN ZERO
                   PERFORM GL-DPRICE-RTN
               END-IF
               IF GL-DFOUND IS EQUAL TO "N"
                   MOVE GL-SELL TO GL-DPRICE
               END-IF
               MULTIPLY QUAR-QTY BY GL-DPRICE GIVING VAT-GROSS
               PERFORM GL-RET-POST-RTN
               MULTIPLY QUAR-QTY BY GL-COST GIVING GL-WAMT
               MOVE "DMGE" TO GL-DRKEY
               MOVE "COGS" TO GL-CRKEY
               PERFORM GL-PAIR-RTN
           END-IF.
           READ QUARFILE AT END MOVE "YES" TO EOF
           END-READ.
       GL-DPRICE-RTN.
           MOVE "NO" TO EOF1.
           OPEN INPUT DISPFILE.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
               AND DISPFILE-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF1
               MOVE "Y" TO GL-IOERR
               MOVE "CANNOT OPEN DISPATCH.TXT - NOT RELEASED" TO GL-MSG
           ELSE
               READ DISPFILE AT END MOVE "YES" TO EOF1 END-READ
               PERFORM GL-DP-DISP-CHK-RTN
           END-IF.
           PERFORM GL-DP-DISP-RTN
               UNTIL EOF1 IS EQUAL TO "YES"
               OR GL-DFOUND IS EQUAL TO "Y".
           CLOSE DISPFILE.
           IF GL-DFOUND IS EQUAL TO "N"
               MOVE "NO" TO EOF1
               OPEN INPUT DISPARCH
               IF DISPARCH-STATUS IS NOT EQUAL TO "00"
                   AND DISPARCH-STATUS IS NOT EQUAL TO "05"
                   MOVE "YES" TO EOF1
                   MOVE "Y" TO GL-IOERR
                   MOVE "CANNOT OPEN DISPARCH.TXT - NOT RELEASED"
                       TO GL-MSG
               ELSE
                   READ DISPARCH AT END MOVE "YES" TO EOF1 END-READ
                   PERFORM GL-DP-ARCH-CHK-RTN
               END-IF
               PERFORM GL-DP-ARCH-RTN
                   UNTIL EOF1 IS EQUAL TO "YES"
                   OR GL-DFOUND IS EQUAL TO "Y"
               CLOSE DISPARCH
           END-IF.
       GL-DP-DISP-RTN.
           MOVE DISP-TRAN-REC TO GM-TRAN.
           PERFORM GL-DP-MATCH-RTN.
           IF GL-DFOUND IS EQUAL TO "N"
               READ DISPFILE AT END MOVE "YES" TO EOF1
               END-READ
               PERFORM GL-DP-DISP-CHK-RTN
           END-IF.
       GL-DP-ARCH-RTN.
           MOVE DISPARCH-REC TO GM-TRAN.
           PERFORM GL-DP-MATCH-RTN.
           IF GL-DFOUND IS EQUAL TO "N"
               READ DISPARCH AT END MOVE "YES" TO EOF1
               END-READ
               PERFORM GL-DP-ARCH-CHK-RTN
           END-IF.
       GL-DP-MATCH-RTN.
           IF GMT-ORDNO IS EQUAL TO QUAR-ORDNO
               AND GMT-CODE IS EQUAL TO QUAR-CODE
               AND GMT-PRICE IS NUMERIC
               MOVE "Y" TO GL-DFOUND
               MOVE GMT-PRICE TO GL-DPRICE
           END-IF.
       GL-DP-DISP-CHK-RTN.
           IF EOF1 IS NOT EQUAL TO "YES"
               AND DISPFILE-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF1
               MOVE "Y" TO GL-IOERR
               MOVE "DISPATCH FILE READ ERROR - NOT RELEASED" TO GL-MSG
           END-IF.
       GL-DP-ARCH-CHK-RTN.
           IF EOF1 IS NOT EQUAL TO "YES"
               AND DISPARCH-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF1
               MOVE "Y" TO GL-IOERR
               MOVE "ARCHIVE READ ERROR - NOT RELEASED" TO GL-MSG
           END-IF.
       GL-RCVH-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT RHFILE.
           READ RHFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM GL-RCVH-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE RHFILE.
       GL-RCVH-ONE-RTN.
           IF RH-DATE IS EQUAL TO GL-DATE
               AND RH-VAT IS NUMERIC
               MOVE RH-VAT TO GL-WAMT
               MOVE "VATI" TO GL-DRKEY
               MOVE "GRNI" TO GL-CRKEY
               PERFORM GL-PAIR-RTN
           END-IF.
           READ RHFILE AT END MOVE "YES" TO EOF
           END-READ.
       GL-PAY-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT PMTFILE.
           READ PMTFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM GL-PAY-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE PMTFILE.
       GL-PAY-ONE-RTN.
           IF PMT-DATE IS EQUAL TO GL-DATE
               AND PMT-AMT IS NUMERIC
               MOVE PMT-AMT TO GL-WAMT
               MOVE "CASH" TO GL-DRKEY
               MOVE "AR" TO GL-CRKEY
               PERFORM GL-PAIR-RTN
           END-IF.
           READ PMTFILE AT END MOVE "YES" TO EOF
           END-READ.
       GL-TOT-RTN.
           ADD GA-DR (GA-NDX) TO GL-TDR.
           ADD GA-CR (GA-NDX) TO GL-TCR.
       GL-RELEASE-RTN.
           OPEN OUTPUT GLJFILE.
           PERFORM GL-RELEASE-ONE-RTN
               VARYING GA-NDX FROM 1 BY 1
               UNTIL GA-NDX IS GREATER THAN GA-CNT.
           CLOSE GLJFILE.
           OPEN EXTEND GLCFILE.
           MOVE SPACES TO GLC-REC.
           MOVE GL-DATE TO GLC-DATE.
           MOVE GL-TODAY TO GLC-RUN.
           MOVE OPERATOR-ID TO GLC-OPID.
           MOVE GL-TDR TO GLC-TOTAL.
           WRITE GLC-REC.
           CLOSE GLCFILE.
       GL-RELEASE-ONE-RTN.
           IF GA-DR (GA-NDX) IS GREATER THAN ZERO
               OR GA-CR (GA-NDX) IS GREATER THAN ZERO
               MOVE SPACES TO GLJ-REC
               MOVE GL-DATE TO GLJ-DATE
               MOVE GA-ACCT (GA-NDX) TO GLJ-ACCT
               MOVE GA-DR (GA-NDX) TO GLJ-DR
               MOVE GA-CR (GA-NDX) TO GLJ-CR
               MOVE GA-DESC (GA-NDX) TO GLJ-DESC
               WRITE GLJ-REC
           END-IF.
       GL-PRINT-RTN.
           MOVE "GLEXPORT" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE GL-DATE TO GLT-DATE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM GL-TITLE.
           WRITE OUTREC-HDG FROM GL-HDG AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY GL-HDG
           END-IF.
           PERFORM GL-PRINT-ONE-RTN
               VARYING GA-NDX FROM 1 BY 1
               UNTIL GA-NDX IS GREATER THAN GA-CNT.
           MOVE GL-TDR TO GLT-DR.
           MOVE GL-TCR TO GLT-CR.
           WRITE OUTREC-HDG FROM GL-TOTS AFTER ADVANCING 2.
           MOVE GL-MSG TO GLM-TEXT.
           WRITE OUTREC-HDG FROM GL-MSG-LINE.
           IF GL-NOCOST IS GREATER THAN ZERO
               MOVE "PRODUCTS NOT ON FILE - VALUED AT ZERO"
                   TO GLM-TEXT
               WRITE OUTREC-HDG FROM GL-MSG-LINE
           END-IF.
           CLOSE OUTFILE.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY GL-TOTS
           END-IF.
       GL-PRINT-ONE-RTN.
           IF GA-DR (GA-NDX) IS GREATER THAN ZERO
               OR GA-CR (GA-NDX) IS GREATER THAN ZERO
               MOVE GA-KEY (GA-NDX) TO GLX-KEY
               MOVE GA-ACCT (GA-NDX) TO GLX-ACCT
               MOVE GA-DESC (GA-NDX) TO GLX-DESC
               MOVE GA-DR (GA-NDX) TO GLX-DR
               MOVE GA-CR (GA-NDX) TO GLX-CR
               WRITE OUTREC-HDG FROM GL-LINE
               IF BATCH-MODE IS NOT EQUAL TO "Y"
                   DISPLAY GL-LINE
               END-IF
           END-IF.
       THIRTY-SECOND-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "MONTHLY VAT SUMMARY".
           DISPLAY (6, 10) "ENTER MONTH (YYMM):".
           ACCEPT (6, 31) VS-MONTH.
           IF VS-MONTH IS NOT NUMERIC
               OR VS-MONTH IS EQUAL TO ZERO
               DISPLAY (8, 10) "MONTH MUST BE YYMM"
           ELSE
               DISPLAY SCR
               PERFORM VS-RUN-RTN
           END-IF.
       VS-RUN-RTN.
           MOVE ZERO TO VS-IVSALE VS-IVAT VS-IZSALE VS-IXSALE.
           MOVE ZERO TO VS-IAMT VS-INODET VS-INOCNT.
           MOVE ZERO TO VS-CVSALE VS-CVAT VS-CZSALE VS-CXSALE.
           MOVE ZERO TO VS-PNET VS-PVAT VS-PGROSS.
           MOVE "NO" TO EOF.
           OPEN INPUT INVFILE.
           READ INVFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM VS-INV-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE INVFILE.
           OPEN INPUT INFILE.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPFILE.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
               AND DISPFILE-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               DISPLAY (24, 10) "CANNOT OPEN DISPATCH.TXT"
           ELSE
               READ DISPFILE AT END MOVE "YES" TO EOF END-READ
               PERFORM DISP-READ-CHK-RTN
           END-IF.
           PERFORM VS-DISP-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE DISPFILE.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPARCH.
           IF DISPARCH-STATUS IS NOT EQUAL TO "00"
               AND DISPARCH-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               DISPLAY (24, 10) "CANNOT OPEN DISPARCH.TXT"
           ELSE
               READ DISPARCH AT END MOVE "YES" TO EOF END-READ
               PERFORM ARCH-READ-CHK-RTN
           END-IF.
           PERFORM VS-ARCH-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE DISPARCH.
           CLOSE INFILE.
           MOVE "NO" TO EOF.
           OPEN INPUT RHFILE.
           READ RHFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM VS-RCVH-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE RHFILE.
           PERFORM VS-PRINT-RTN.
       VS-INV-RTN.
           MOVE INV-DATE TO VS-WDATE.
           IF VS-WYYMM IS EQUAL TO VS-MONTH
               AND INV-AMT IS NUMERIC
               ADD INV-AMT TO VS-IAMT
               IF INV-VSALE IS NUMERIC
                   AND INV-VAT IS NUMERIC
                   AND INV-ZSALE IS NUMERIC
                   AND INV-XSALE IS NUMERIC
                   ADD INV-VSALE TO VS-IVSALE
                   ADD INV-VAT TO VS-IVAT
                   ADD INV-ZSALE TO VS-IZSALE
                   ADD INV-XSALE TO VS-IXSALE
               ELSE
                   ADD INV-AMT TO VS-INODET
                   ADD 1 TO VS-INOCNT
               END-IF
           END-IF.
           READ INVFILE AT END MOVE "YES" TO EOF
           END-READ.
       VS-DISP-RTN.
           MOVE DISP-TRAN-REC TO GM-TRAN.
           PERFORM VS-COUNTER-RTN.
           READ DISPFILE AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM DISP-READ-CHK-RTN.
       VS-ARCH-RTN.
           MOVE DISPARCH-REC TO GM-TRAN.
           PERFORM VS-COUNTER-RTN.
           READ DISPARCH AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM ARCH-READ-CHK-RTN.
       VS-COUNTER-RTN.
           MOVE GMT-DATE TO VS-WDATE.
           IF VS-WYYMM IS EQUAL TO VS-MONTH
               AND GMT-ORDNO IS NUMERIC
               AND GMT-ORDNO IS EQUAL TO ZERO
               AND GMT-QTY-OUT IS NUMERIC
               AND GMT-PRICE IS NUMERIC
               MULTIPLY GMT-QTY-OUT BY GMT-PRICE GIVING VAT-GROSS
               MOVE GMT-CODE TO PRODUCTCODE
               READ INFILE KEY IS PRODUCTCODE
                   INVALID KEY
                       MOVE "V" TO VAT-WCODE
                   NOT INVALID KEY
                       MOVE VATCODE TO VAT-WCODE
               END-READ
               PERFORM VAT-SPLIT-RTN
               IF VAT-WCODE IS EQUAL TO "Z"
                   ADD VAT-NET TO VS-CZSALE
               ELSE IF VAT-WCODE IS EQUAL TO "X"
                   ADD VAT-NET TO VS-CXSALE
               ELSE
                   ADD VAT-NET TO VS-CVSALE
                   ADD VAT-AMT TO VS-CVAT
               END-IF
           END-IF.
       VS-RCVH-RTN.
           MOVE RH-DATE TO VS-WDATE.
           IF VS-WYYMM IS EQUAL TO VS-MONTH
               AND RH-NET IS NUMERIC
               AND RH-VAT IS NUMERIC
               AND RH-GROSS IS NUMERIC
               ADD RH-NET TO VS-PNET
               ADD RH-VAT TO VS-PVAT
               ADD RH-GROSS TO VS-PGROSS
           END-IF.
           READ RHFILE AT END MOVE "YES" TO EOF
           END-READ.
       VS-PRINT-RTN.
           MOVE "VATSUMMARY" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE VS-MONTH TO VST-MONTH.
           MULTIPLY VAT-RATE BY 100 GIVING VST-RATE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM VS-TITLE.
           DISPLAY VS-TITLE.
           MOVE "OUTPUT VAT - INVOICED SALES" TO VSS-TEXT.
           PERFORM VS-SECT-RTN.
           MOVE "VATABLE SALES (NET)" TO VSL-LABEL.
           MOVE VS-IVSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "OUTPUT VAT" TO VSL-LABEL.
           MOVE VS-IVAT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "ZERO-RATED SALES" TO VSL-LABEL.
           MOVE VS-IZSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "VAT-EXEMPT SALES" TO VSL-LABEL.
           MOVE VS-IXSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "OUTPUT VAT - COUNTER SALES" TO VSS-TEXT.
           PERFORM VS-SECT-RTN.
           MOVE "VATABLE SALES (NET)" TO VSL-LABEL.
           MOVE VS-CVSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "OUTPUT VAT" TO VSL-LABEL.
           MOVE VS-CVAT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "ZERO-RATED SALES" TO VSL-LABEL.
           MOVE VS-CZSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "VAT-EXEMPT SALES" TO VSL-LABEL.
           MOVE VS-CXSALE TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "INPUT VAT - PURCHASES RECEIVED" TO VSS-TEXT.
           PERFORM VS-SECT-RTN.
           MOVE "PURCHASES (NET)" TO VSL-LABEL.
           MOVE VS-PNET TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "INPUT VAT" TO VSL-LABEL.
           MOVE VS-PVAT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "PURCHASES (GROSS)" TO VSL-LABEL.
           MOVE VS-PGROSS TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "VAT PAYABLE" TO VSS-TEXT.
           PERFORM VS-SECT-RTN.
           ADD VS-IVAT VS-CVAT GIVING VS-OUTVAT.
           MOVE "TOTAL OUTPUT VAT" TO VSL-LABEL.
           MOVE VS-OUTVAT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "LESS INPUT VAT" TO VSL-LABEL.
           MOVE VS-PVAT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "NET VAT PAYABLE" TO VSL-LABEL.
           SUBTRACT VS-PVAT FROM VS-OUTVAT GIVING VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "RECONCILIATION TO INVOICE.TXT" TO VSS-TEXT.
           PERFORM VS-SECT-RTN.
           MOVE "INVOICE.TXT TOTAL FOR MONTH" TO VSL-LABEL.
           MOVE VS-IAMT TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "NET + VAT + ZERO-RATED + EXEMPT" TO VSL-LABEL.
           ADD VS-IVSALE VS-IVAT VS-IZSALE VS-IXSALE GIVING VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "INVOICES WITHOUT VAT DETAIL" TO VSL-LABEL.
           MOVE VS-INODET TO VS-WAMT.
           PERFORM VS-LINE-RTN.
           MOVE "DIFFERENCE" TO VSL-LABEL.
           SUBTRACT VS-IVSALE VS-IVAT VS-IZSALE VS-IXSALE VS-INODET
               FROM VS-IAMT GIVING VS-WAMT.
           PERFORM VS-LINE-RTN.
           IF VS-WAMT IS EQUAL TO ZERO
               MOVE "INVOICE TOTALS RECONCILED" TO VSS-TEXT
           ELSE
               MOVE "INVOICE TOTALS DO NOT RECONCILE" TO VSS-TEXT
           END-IF.
           PERFORM VS-SECT-RTN.
           CLOSE OUTFILE.
       VS-SECT-RTN.
           WRITE OUTREC-HDG FROM VS-SECT AFTER ADVANCING 2.
           DISPLAY VS-SECT.
       VS-LINE-RTN.
           MOVE VS-WAMT TO VSL-AMT.
           WRITE OUTREC-HDG FROM VS-LINE.
           DISPLAY VS-LINE.
       THIRTY-THIRD-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "KITS / ASSEMBLY WORK ORDERS".
           DISPLAY (6, 10) "[1] MAINTAIN BILL OF MATERIALS".
           DISPLAY (7, 10) "[2] ASSEMBLE KITS".
           DISPLAY (8, 10) "[3] DISASSEMBLE KITS".
           DISPLAY (10, 10) "INPUT: ".
           ACCEPT (10, 17) WO-MODE.
           IF WO-MODE IS NOT NUMERIC
               DISPLAY (12, 10) "INVALID WORK ORDER CHOICE"
           ELSE IF WO-MODE = 1
               PERFORM BOM-MAINT-RTN
           ELSE IF WO-MODE = 2
               MOVE "A" TO WO-KIND
               PERFORM WO-ENTRY-RTN
           ELSE IF WO-MODE = 3
               MOVE "D" TO WO-KIND
               PERFORM WO-ENTRY-RTN
           ELSE
               DISPLAY (12, 10) "INVALID WORK ORDER CHOICE"
           END-IF.
       BOM-MAINT-RTN.
           DISPLAY (12, 10) "KIT PRODUCT CODE:".
           ACCEPT (12, 31) WO-WCODE.
           PERFORM BOM-LOAD-RTN.
           OPEN INPUT INFILE.
           MOVE WO-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   IF BM-FULL IS EQUAL TO "Y"
                       DISPLAY (14, 10) "BOM TABLE FULL - NOT UPDATED"
                   ELSE
                       PERFORM BOM-EDIT-RTN
                   END-IF
           END-READ.
           CLOSE INFILE.
       BOM-EDIT-RTN.
           PERFORM BOM-COLLECT-RTN.
           DISPLAY (13, 10) "COMPONENTS ON FILE:".
           DISPLAY (13, 31) WC-CNT.
           PERFORM BOM-SHOW-RTN
               VARYING WC-NDX FROM 1 BY 1
               UNTIL WC-NDX IS GREATER THAN WC-CNT.
           PERFORM BOM-ASK-RTN.
           PERFORM BOM-LINE-RTN
               UNTIL WO-WCOMP IS EQUAL TO SPACES.
           PERFORM BOM-SAVE-RTN.
           DISPLAY (20, 10) "BILL OF MATERIALS SAVED".
       BOM-SHOW-RTN.
           MOVE WC-CODE (WC-NDX) TO WOB-CODE.
           MOVE WC-PER (WC-NDX) TO WOB-PER.
           DISPLAY WO-BOM-LINE.
       BOM-ASK-RTN.
           DISPLAY (15, 10) "COMPONENT CODE (BLANK=END):".
           ACCEPT (15, 39) WO-WCOMP.
       BOM-LINE-RTN.
           DISPLAY (16, 10) "QTY PER KIT (0=REMOVE):".
           ACCEPT (16, 39) WO-WPER.
           MOVE "Y" TO WO-OK.
           MOVE WO-WCOMP TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE "N" TO WO-OK
           END-READ.
           MOVE ZERO TO BM-HIT.
           PERFORM BOM-FIND-RTN
               VARYING BM-NDX FROM 1 BY 1
               UNTIL BM-NDX IS GREATER THAN BM-CNT
               OR BM-HIT IS GREATER THAN ZERO.
           PERFORM BOM-COLLECT-RTN.
           IF WO-WPER IS NOT NUMERIC
               MOVE "QTY MUST BE 0-9999 - SKIPPED" TO WO-MSG
           ELSE IF WO-WCOMP IS EQUAL TO WO-WCODE
               MOVE "A KIT CANNOT CONTAIN ITSELF - SKIPPED" TO WO-MSG
           ELSE IF BM-HIT IS GREATER THAN ZERO
               MOVE WO-WPER TO BMF-QTY (BM-HIT)
               IF WO-WPER IS EQUAL TO ZERO
                   MOVE "COMPONENT REMOVED" TO WO-MSG
               ELSE
                   MOVE "COMPONENT QTY CHANGED" TO WO-MSG
               END-IF
           ELSE IF WO-WPER IS EQUAL TO ZERO
               MOVE "COMPONENT NOT ON KIT - NOTHING REMOVED" TO WO-MSG
           ELSE IF WO-OK IS EQUAL TO "N"
               MOVE "COMPONENT NOT ON FILE - SKIPPED" TO WO-MSG
           ELSE IF WC-CNT IS GREATER THAN OR EQUAL TO 10
               MOVE "KIT FULL - 10 COMPONENTS MAXIMUM" TO WO-MSG
           ELSE IF BM-CNT IS GREATER THAN OR EQUAL TO 999
               MOVE "BOM TABLE FULL - SKIPPED" TO WO-MSG
           ELSE
               ADD 1 TO BM-CNT
               MOVE SPACES TO BM-RAW (BM-CNT)
               MOVE WO-WCODE TO BMF-PARENT (BM-CNT)
               MOVE WO-WCOMP TO BMF-COMP (BM-CNT)
               MOVE WO-WPER TO BMF-QTY (BM-CNT)
               MOVE "COMPONENT ADDED" TO WO-MSG
           END-IF.
           DISPLAY (18, 10) WO-MSG.
           PERFORM BOM-ASK-RTN.
       BOM-FIND-RTN.
           IF BMF-PARENT (BM-NDX) IS EQUAL TO WO-WCODE
               AND BMF-COMP (BM-NDX) IS EQUAL TO WO-WCOMP
               MOVE BM-NDX TO BM-HIT
           END-IF.
       BOM-COLLECT-RTN.
           MOVE ZERO TO WC-CNT.
           MOVE "N" TO WC-FULL.
           PERFORM BOM-COLLECT-ONE-RTN
               VARYING BM-NDX FROM 1 BY 1
               UNTIL BM-NDX IS GREATER THAN BM-CNT.
       BOM-COLLECT-ONE-RTN.
           IF BMF-PARENT (BM-NDX) IS EQUAL TO WO-WCODE
               AND BMF-QTY (BM-NDX) IS NUMERIC
               AND BMF-QTY (BM-NDX) IS GREATER THAN ZERO
               IF WC-CNT IS LESS THAN 10
                   ADD 1 TO WC-CNT
                   MOVE BMF-COMP (BM-NDX) TO WC-CODE (WC-CNT)
                   MOVE BMF-QTY (BM-NDX) TO WC-PER (WC-CNT)
               ELSE
                   MOVE "Y" TO WC-FULL
               END-IF
           END-IF.
       BOM-LOAD-RTN.
           MOVE ZERO TO BM-CNT.
           MOVE "N" TO BM-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT BOMFILE.
           READ BOMFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM BOM-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE BOMFILE.
       BOM-LOAD-ONE-RTN.
           IF BOM-PARENT IS NOT EQUAL TO SPACES
               IF BM-CNT IS LESS THAN 999
                   ADD 1 TO BM-CNT
                   MOVE BOM-REC TO BM-RAW (BM-CNT)
               ELSE
                   MOVE "Y" TO BM-FULL
               END-IF
           END-IF.
           READ BOMFILE AT END MOVE "YES" TO EOF1
           END-READ.
       BOM-SAVE-RTN.
           OPEN OUTPUT BOMFILE.
           PERFORM BOM-SAVE-ONE-RTN
               VARYING BM-NDX FROM 1 BY 1
               UNTIL BM-NDX IS GREATER THAN BM-CNT.
           CLOSE BOMFILE.
       BOM-SAVE-ONE-RTN.
           IF BMF-QTY (BM-NDX) IS NUMERIC
               AND BMF-QTY (BM-NDX) IS GREATER THAN ZERO
               MOVE BM-RAW (BM-NDX) TO BOM-REC
               WRITE BOM-REC
           END-IF.
       WO-ENTRY-RTN.
           DISPLAY (12, 10) "KIT PRODUCT CODE:".
           ACCEPT (12, 31) WO-WCODE.
           DISPLAY (13, 10) "QTY OF KITS:".
           ACCEPT (13, 31) WO-WQTY.
           PERFORM BOM-LOAD-RTN.
           PERFORM BOM-COLLECT-RTN.
           IF WO-WQTY IS NOT NUMERIC
               OR WO-WQTY IS EQUAL TO ZERO
               DISPLAY (15, 10) "QTY MUST BE 1-99999 - NOT POSTED"
           ELSE IF WC-CNT IS EQUAL TO ZERO
               DISPLAY (15, 10) "NO BILL OF MATERIALS FOR THIS CODE"
           ELSE IF WC-FULL IS EQUAL TO "Y"
               DISPLAY (15, 10) "OVER 10 COMPONENTS - NOT POSTED"
           ELSE
               PERFORM LOC-LOAD-RTN
               PERFORM LS-LOAD-RTN
               OPEN I-O INFILE
               PERFORM WO-CHECK-RTN
               IF WO-OK IS EQUAL TO "Y"
                   PERFORM WO-POST-RTN
               END-IF
               CLOSE INFILE
           END-IF.
       WO-CHECK-RTN.
           MOVE "Y" TO WO-OK.
           MOVE LC-HOME TO LOC-WLOC.
           MOVE WO-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE "N" TO WO-OK
                   PERFORM NTFOUND
               NOT INVALID KEY
                   PERFORM LOC-ONHAND-RTN
                   MOVE LOC-ONH TO WO-KONH
                   MOVE QUANTITY TO WO-KQTY
           END-READ.
           IF WO-OK IS EQUAL TO "Y"
               MOVE ZERO TO WO-COST
               MOVE "N" TO WO-SHORT
               PERFORM WO-COMP-CHK-RTN
                   VARYING WC-NDX FROM 1 BY 1
                   UNTIL WC-NDX IS GREATER THAN WC-CNT
               PERFORM WO-KIT-CHK-RTN
           END-IF.
       WO-COMP-CHK-RTN.
           MULTIPLY WC-PER (WC-NDX) BY WO-WQTY
               GIVING WC-NEED (WC-NDX).
           MOVE WC-CODE (WC-NDX) TO PRODUCTCODE.
           MOVE "OK" TO WOC-STAT.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE ZERO TO WC-ONH (WC-NDX)
                   MOVE ZERO TO WC-QTY (WC-NDX)
                   MOVE ZERO TO WC-COST (WC-NDX)
                   MOVE "NOREC" TO WOC-STAT
                   MOVE "Y" TO WO-SHORT
               NOT INVALID KEY
                   PERFORM LOC-ONHAND-RTN
                   MOVE LOC-ONH TO WC-ONH (WC-NDX)
                   MOVE QUANTITY TO WC-QTY (WC-NDX)
                   MOVE UNITCOST TO WC-COST (WC-NDX)
           END-READ.
           MULTIPLY WC-PER (WC-NDX) BY WC-COST (WC-NDX)
               GIVING WO-LCOST
               ON SIZE ERROR
                   MOVE 9999999.99 TO WO-LCOST
           END-MULTIPLY.
           ADD WO-LCOST TO WO-COST
               ON SIZE ERROR
                   MOVE 9999999.99 TO WO-COST
           END-ADD.
           ADD WC-QTY (WC-NDX) WC-NEED (WC-NDX) GIVING WO-TEST.
           IF WOC-STAT IS NOT EQUAL TO "OK"
               CONTINUE
           ELSE IF WO-KIND IS EQUAL TO "A"
               AND WC-NEED (WC-NDX) IS GREATER THAN WC-ONH (WC-NDX)
               MOVE "SHORT" TO WOC-STAT
               MOVE "Y" TO WO-SHORT
           ELSE IF WO-KIND IS EQUAL TO "D"
               AND WO-TEST IS GREATER THAN 99999
               MOVE "OVER" TO WOC-STAT
               MOVE "Y" TO WO-SHORT
           END-IF.
           MOVE WC-CODE (WC-NDX) TO WOC-CODE.
           MOVE WC-NEED (WC-NDX) TO WOC-NEED.
           MOVE WC-ONH (WC-NDX) TO WOC-ONH.
           DISPLAY WO-COMP-LINE.
       WO-KIT-CHK-RTN.
           ADD WO-KQTY WO-WQTY GIVING WO-TEST.
           IF WO-SHORT IS EQUAL TO "Y" AND WO-KIND IS EQUAL TO "A"
               MOVE "N" TO WO-OK
               DISPLAY (22, 10) "COMPONENTS SHORT - WORK ORDER REFUSED"
           ELSE IF WO-SHORT IS EQUAL TO "Y"
               MOVE "N" TO WO-OK
               DISPLAY (22, 10) "COMPONENT MISSING OR OVER CAPACITY"
           ELSE IF WO-KIND IS EQUAL TO "A"
               AND WO-TEST IS GREATER THAN 99999
               MOVE "N" TO WO-OK
               DISPLAY (22, 10) "KIT QTY OVER CAPACITY - REFUSED"
           ELSE IF WO-KIND IS EQUAL TO "D"
               AND WO-WQTY IS GREATER THAN WO-KONH
               MOVE "N" TO WO-OK
               DISPLAY (22, 10) "KIT QTY EXCEEDS ON-HAND - REFUSED"
           END-IF.
       WO-POST-RTN.
           PERFORM WO-NUMBER-RTN.
           ACCEPT WO-TODAY FROM DATE.
           MOVE WO-CURNO TO WO-LOTSEQ.
           MOVE 999999 TO WO-EXP.
           PERFORM LOT-LOAD-RTN.
           OPEN EXTEND AUDFILE.
           OPEN EXTEND WOFILE.
           IF WO-KIND IS EQUAL TO "A"
               MOVE "C" TO WO-ROLE
               PERFORM WO-COMP-OUT-RTN
                   VARYING WC-NDX FROM 1 BY 1
                   UNTIL WC-NDX IS GREATER THAN WC-CNT
               MOVE "F" TO WO-ROLE
               PERFORM WO-KIT-IN-RTN
           ELSE
               MOVE "F" TO WO-ROLE
               PERFORM WO-KIT-OUT-RTN
               MOVE "C" TO WO-ROLE
               PERFORM WO-COMP-IN-RTN
                   VARYING WC-NDX FROM 1 BY 1
                   UNTIL WC-NDX IS GREATER THAN WC-CNT
           END-IF.
           CLOSE AUDFILE, WOFILE.
           PERFORM LOT-SAVE-GUARD-RTN.
           DISPLAY (22, 10) "WORK ORDER NO:".
           DISPLAY (22, 25) WO-CURNO.
           DISPLAY (22, 33) "POSTED".
       WO-COMP-OUT-RTN.
           MOVE WC-CODE (WC-NDX) TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   MOVE QUANTITY TO AUD-OLDQTY
                   MOVE PRICE TO AUD-OLDPRI
                   SUBTRACT WC-NEED (WC-NDX) FROM QUANTITY
                   REWRITE INREC
                     INVALID KEY
                       DISPLAY (23, 10) "WORK ORDER REWRITE FAILED"
                     NOT INVALID KEY
                       MOVE "ASMOUT" TO AUD-ACTION
                       PERFORM WO-AUDIT-RTN
                       MOVE PRODUCTCODE TO LOT-WCODE
                       MOVE LC-HOME TO LOT-WLOC
                       MOVE WC-NEED (WC-NDX) TO LOT-WQTY
                       PERFORM LOT-ALLOC-RTN
                       MOVE UNITCOST TO WO-WUCOST
                       PERFORM WO-LOG-LOTS-RTN
                   END-REWRITE
           END-READ.
       WO-KIT-IN-RTN.
           MOVE WO-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   MOVE QUANTITY TO AUD-OLDQTY
                   MOVE PRICE TO AUD-OLDPRI
                   ADD WO-WQTY TO QUANTITY
                   IF WO-COST IS GREATER THAN 99999.99
                       MOVE 99999.99 TO UNITCOST
                   ELSE
                       MOVE WO-COST TO UNITCOST
                   END-IF
                   REWRITE INREC
                     INVALID KEY
                       DISPLAY (23, 10) "WORK ORDER REWRITE FAILED"
                     NOT INVALID KEY
                       MOVE "ASMIN" TO AUD-ACTION
                       PERFORM WO-AUDIT-RTN
                       MOVE WO-WQTY TO LOT-WQTY
                       PERFORM WO-LOT-ADD-RTN
                       MOVE UNITCOST TO WO-WUCOST
                       MOVE WO-LOTNO TO WO-WLOT
                       MOVE WO-WQTY TO WO-LQTY
                       PERFORM WO-LOG-RTN
                   END-REWRITE
           END-READ.
       WO-KIT-OUT-RTN.
           MOVE WO-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   MOVE QUANTITY TO AUD-OLDQTY
                   MOVE PRICE TO AUD-OLDPRI
                   SUBTRACT WO-WQTY FROM QUANTITY
                   REWRITE INREC
                     INVALID KEY
                       DISPLAY (23, 10) "WORK ORDER REWRITE FAILED"
                     NOT INVALID KEY
                       MOVE "DISOUT" TO AUD-ACTION
                       PERFORM WO-AUDIT-RTN
                       MOVE PRODUCTCODE TO LOT-WCODE
                       MOVE LC-HOME TO LOT-WLOC
                       MOVE WO-WQTY TO LOT-WQTY
                       PERFORM LOT-ALLOC-RTN
                       MOVE UNITCOST TO WO-WUCOST
                       PERFORM WO-LOG-LOTS-RTN
                   END-REWRITE
           END-READ.
       WO-COMP-IN-RTN.
           MOVE WC-CODE (WC-NDX) TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   MOVE QUANTITY TO AUD-OLDQTY
                   MOVE PRICE TO AUD-OLDPRI
                   ADD WC-NEED (WC-NDX) TO QUANTITY
                   REWRITE INREC
                     INVALID KEY
                       DISPLAY (23, 10) "WORK ORDER REWRITE FAILED"
                     NOT INVALID KEY
                       MOVE "DISIN" TO AUD-ACTION
                       PERFORM WO-AUDIT-RTN
                       MOVE WC-NEED (WC-NDX) TO LOT-WQTY
                       PERFORM WO-LOT-ADD-RTN
                       MOVE UNITCOST TO WO-WUCOST
                       MOVE WO-LOTNO TO WO-WLOT
                       MOVE WC-NEED (WC-NDX) TO WO-LQTY
                       PERFORM WO-LOG-RTN
                   END-REWRITE
           END-READ.
       WO-AUDIT-RTN.
           MOVE AUD-OLDQTY TO AUD-OLD-QTY.
           MOVE AUD-OLDPRI TO AUD-OLD-PRICE.
           MOVE QUANTITY TO AUD-NEW-QTY.
           MOVE PRICE TO AUD-NEW-PRICE.
           PERFORM AUDIT-RTN.
       WO-LOG-LOTS-RTN.
           PERFORM WO-LOG-LOT-RTN
               VARYING LOT-A-NDX FROM 1 BY 1
               UNTIL LOT-A-NDX IS GREATER THAN LOT-A-CNT.
           IF LOT-LEFT IS GREATER THAN ZERO
               MOVE SPACES TO WO-WLOT
               MOVE LOT-LEFT TO WO-LQTY
               PERFORM WO-LOG-RTN
           END-IF.
       WO-LOG-LOT-RTN.
           MOVE LOT-A-NO (LOT-A-NDX) TO WO-WLOT.
           MOVE LOT-A-QTY (LOT-A-NDX) TO WO-LQTY.
           IF LOT-A-EXP (LOT-A-NDX) IS LESS THAN WO-EXP
               MOVE LOT-A-EXP (LOT-A-NDX) TO WO-EXP
           END-IF.
           PERFORM WO-LOG-RTN.
       WO-LOG-RTN.
           MOVE SPACES TO WOL-REC.
           MOVE WO-CURNO TO WOL-NO.
           MOVE WO-KIND TO WOL-KIND.
           MOVE WO-ROLE TO WOL-ROLE.
           MOVE PRODUCTCODE TO WOL-CODE.
           MOVE WO-LQTY TO WOL-QTY.
           MOVE WO-WUCOST TO WOL-UCOST.
           MOVE WO-WLOT TO WOL-LOT.
           MOVE WO-TODAY TO WOL-DATE.
           MOVE OPERATOR-ID TO WOL-OPID.
           WRITE WOL-REC.
       WO-LOT-ADD-RTN.
           MOVE PRODUCTCODE TO LOT-WCODE.
           MOVE WO-LOTNO TO LOT-WNO.
           MOVE ZERO TO LT-HIT.
           PERFORM WO-LOT-SCAN-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT
               OR LT-HIT IS GREATER THAN ZERO.
           IF LT-HIT IS GREATER THAN ZERO
               ADD LOT-WQTY TO LTF-QTY (LT-HIT)
                   ON SIZE ERROR
                       MOVE 99999 TO LTF-QTY (LT-HIT)
               END-ADD
           ELSE IF LT-CNT IS LESS THAN 999
               ADD 1 TO LT-CNT
               MOVE SPACES TO LT-RAW (LT-CNT)
               MOVE LOT-WCODE TO LTF-CODE (LT-CNT)
               MOVE LOT-WNO TO LTF-NO (LT-CNT)
               MOVE WO-EXP TO LTF-EXP (LT-CNT)
               MOVE LOT-WQTY TO LTF-QTY (LT-CNT)
           ELSE
               MOVE "Y" TO LT-FULL
           END-IF.
       WO-LOT-SCAN-RTN.
           IF LTF-CODE (LT-NDX) IS EQUAL TO LOT-WCODE
               AND LTF-NO (LT-NDX) IS EQUAL TO LOT-WNO
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND (LTF-LOC (LT-NDX) IS EQUAL TO SPACES
                   OR LTF-LOC (LT-NDX) IS EQUAL TO LC-HOME)
               MOVE LT-NDX TO LT-HIT
           END-IF.
       WO-NUMBER-RTN.
           OPEN INPUT WOCTL.
           READ WOCTL AT END MOVE ZERO TO WON-LAST END-READ.
           CLOSE WOCTL.
           IF WON-LAST IS NOT NUMERIC
               MOVE ZERO TO WON-LAST
               DISPLAY (23, 10) "WORK ORDER SEQUENCE RESET TO ZERO"
           END-IF.
           ADD 1 TO WON-LAST
               ON SIZE ERROR
                   MOVE 1 TO WON-LAST
                   DISPLAY (23, 10) "WORK ORDER SEQUENCE RESTARTED"
           END-ADD.
           MOVE WON-LAST TO WO-CURNO.
           OPEN OUTPUT WOCTL.
           WRITE WON-REC.
           CLOSE WOCTL.
       THIRTY-FOURTH-CHOICE.
           DISPLAY SCR.
           DISPLAY (2, 35) "SALES INVENTORY".
           DISPLAY (4, 10) "CROSS-FILE INTEGRITY CHECK".
           DISPLAY (6, 10) "[1] CHECK ONLY".
           DISPLAY (7, 10) "[2] CHECK AND APPLY SAFE FIXES".
           DISPLAY (9, 10) "INPUT: ".
           ACCEPT (9, 17) IC-MODE.
           MOVE "N" TO IC-FIX.
           IF IC-MODE IS NOT NUMERIC
               DISPLAY (12, 10) "INVALID INTEGRITY CHECK CHOICE"
           ELSE IF IC-MODE IS NOT EQUAL TO 1
               AND IC-MODE IS NOT EQUAL TO 2
               DISPLAY (12, 10) "INVALID INTEGRITY CHECK CHOICE"
           ELSE
               IF IC-MODE IS EQUAL TO 2
                   DISPLAY (11, 10)
                       "APPLY FIXES TO THE DATA FILES? (Y/N):"
                   ACCEPT (11, 49) ANS
                   IF ANS IS EQUAL TO "Y"
                       MOVE "Y" TO IC-FIX
                   END-IF
               END-IF
               DISPLAY SCR
               PERFORM IC-RUN-RTN
           END-IF.
       IC-APPROVE-RTN.
           MOVE "N" TO IC-FIX.
           PERFORM OP-LOAD-RTN.
           IF OP-CNT IS EQUAL TO ZERO
               MOVE "Y" TO IC-FIX
           ELSE
               PERFORM OP-FIND-RTN
               IF OP-HIT IS GREATER THAN ZERO
                   AND OPF-LEVEL (OP-HIT) IS EQUAL TO "S"
                   AND OPF-LOCK (OP-HIT) IS NOT EQUAL TO "L"
                   MOVE "Y" TO IC-FIX
               END-IF
           END-IF.
           IF IC-FIX IS EQUAL TO "Y"
               MOVE "FIX MODE APPROVED BY" TO RLOG-TEXT
               MOVE OPERATOR-ID TO RLOG-TEXT (22:8)
           ELSE
               MOVE "FIX MODE NEEDS A SUPERVISOR ID - CHECK ONLY"
                   TO RLOG-TEXT
           END-IF.
           PERFORM RLOG-WRITE-RTN.
       IC-RUN-RTN.
           MOVE ZERO TO IC-SER.
           MOVE ZERO TO IC-WARN.
           MOVE ZERO TO IC-FIXED.
           MOVE "N" TO IC-LTOVF.
           MOVE SPACES TO IC-LINE.
           MOVE "INTEGCHK" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           ACCEPT ICT-DATE FROM DATE.
           IF IC-FIX IS EQUAL TO "Y"
               MOVE "CHECK AND FIX" TO ICT-MODE
           ELSE
               MOVE "CHECK ONLY" TO ICT-MODE
           END-IF.
           WRITE OUTREC-HDG FROM IC-TITLE.
           WRITE OUTREC-HDG FROM IC-HDG AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY IC-TITLE
               DISPLAY IC-HDG
           END-IF.
           PERFORM LOC-LOAD-RTN.
           PERFORM LOT-LOAD-RTN.
           PERFORM LS-LOAD-RTN.
           PERFORM BO-LOAD-RTN.
           PERFORM PO-LOAD-RTN.
           PERFORM INV-LOAD-RTN.
           PERFORM BOM-LOAD-RTN.
           PERFORM IC-SUP-LOAD-RTN.
           PERFORM IC-PS-LOAD-RTN.
           PERFORM IC-FULL-RTN.
           OPEN INPUT INFILE.
           PERFORM IC-STOCK-RTN.
           PERFORM IC-LOTREF-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT.
           PERFORM IC-LSREF-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           PERFORM IC-BO-RTN
               VARYING BT-NDX FROM 1 BY 1
               UNTIL BT-NDX IS GREATER THAN BT-CNT.
           PERFORM IC-PO-RTN
               VARYING PT-NDX FROM 1 BY 1
               UNTIL PT-NDX IS GREATER THAN PT-CNT.
           PERFORM IC-PS-RTN
               VARYING ICP-NDX FROM 1 BY 1
               UNTIL ICP-NDX IS GREATER THAN ICP-CNT.
           PERFORM IC-BOM-RTN
               VARYING BM-NDX FROM 1 BY 1
               UNTIL BM-NDX IS GREATER THAN BM-CNT.
           CLOSE INFILE.
           PERFORM IC-INV-RTN.
           IF IC-FIXED IS GREATER THAN ZERO
               PERFORM IC-SAVE-RTN
           END-IF.
           IF IC-SER IS GREATER THAN ZERO
               MOVE 8 TO IC-RC
           ELSE IF IC-WARN IS GREATER THAN ZERO
               MOVE 4 TO IC-RC
           ELSE
               MOVE ZERO TO IC-RC
           END-IF.
           MOVE IC-SER TO ICT-SER.
           MOVE IC-WARN TO ICT-WARN.
           MOVE IC-FIXED TO ICT-FIXED.
           MOVE IC-RC TO ICT-RC.
           WRITE OUTREC-HDG FROM IC-TOTS AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY IC-TOTS
           END-IF.
           CLOSE OUTFILE.
       IC-FULL-RTN.
           IF LT-FULL IS EQUAL TO "Y"
               MOVE "LOTS.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF LS-FULL IS EQUAL TO "Y"
               MOVE "LOCSTK.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF BT-FULL IS EQUAL TO "Y"
               MOVE "BORDER.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF PT-FULL IS EQUAL TO "Y"
               MOVE "POLINES.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF IV-FULL IS EQUAL TO "Y"
               MOVE "INVOICE.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF BM-FULL IS EQUAL TO "Y"
               MOVE "BOM.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF ICS-FULL IS EQUAL TO "Y"
               MOVE "SUPPLIER.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
           IF ICP-FULL IS EQUAL TO "Y"
               MOVE "PRODSUP.TXT" TO ICL-FILE
               PERFORM IC-FULL-ONE-RTN
           END-IF.
       IC-FULL-ONE-RTN.
           MOVE "WARN" TO ICL-SEV.
           MOVE "TABLE FULL - PARTIAL" TO ICL-TEXT.
           PERFORM IC-WRITE-RTN.
       IC-WRITE-RTN.
           IF ICL-SEV IS EQUAL TO "SER"
               ADD 1 TO IC-SER
           ELSE
               ADD 1 TO IC-WARN
           END-IF.
           IF ICL-FIX IS EQUAL TO "FIXED"
               ADD 1 TO IC-FIXED
           END-IF.
           WRITE OUTREC-HDG FROM IC-LINE.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY IC-LINE
           END-IF.
           MOVE SPACES TO IC-LINE.
       IC-PROD-RTN.
           MOVE IC-WCODE TO PRODUCTCODE.
           MOVE "Y" TO IC-OK.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE "N" TO IC-OK
           END-READ.
       IC-STOCK-RTN.
           MOVE "NO" TO EOF.
           READ INFILE NEXT RECORD AT END MOVE "YES" TO EOF END-READ.
           PERFORM IC-STOCK-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
       IC-STOCK-ONE-RTN.
           MOVE ZERO TO IC-LOTS.
           MOVE ZERO TO IC-LOTN.
           MOVE ZERO TO IC-BRQ.
           PERFORM IC-LOT-SUM-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT.
           PERFORM IC-LS-SUM-RTN
               VARYING LS-NDX FROM 1 BY 1
               UNTIL LS-NDX IS GREATER THAN LS-CNT.
           MOVE "LOTS.TXT" TO ICL-FILE.
           MOVE PRODUCTCODE TO ICL-KEY.
           MOVE IC-LOTS TO ICL-VAL1.
           MOVE QUANTITY TO ICL-VAL2.
           IF IC-LOTN IS EQUAL TO ZERO
               OR IC-LOTS IS EQUAL TO QUANTITY
               MOVE SPACES TO IC-LINE
           ELSE IF IC-LOTS IS GREATER THAN QUANTITY
               MOVE "SER" TO ICL-SEV
               MOVE "LOT TOTAL > ON HAND" TO ICL-TEXT
               IF IC-FIX IS EQUAL TO "Y"
                   AND LT-FULL IS EQUAL TO "N"
                   SUBTRACT QUANTITY FROM IC-LOTS GIVING IC-DIFF
                   PERFORM IC-LOT-TRIM-RTN
                       UNTIL IC-DIFF IS EQUAL TO ZERO
                   MOVE "FIXED" TO ICL-FIX
               END-IF
               PERFORM IC-WRITE-RTN
           ELSE
               MOVE "WARN" TO ICL-SEV
               MOVE "LOT TOTAL < ON HAND" TO ICL-TEXT
               IF IC-FIX IS EQUAL TO "Y"
                   AND LT-FULL IS EQUAL TO "N"
                   SUBTRACT IC-LOTS FROM QUANTITY GIVING IC-DIFF
                   PERFORM IC-LOT-FILL-RTN
                   IF LT-FULL IS EQUAL TO "Y"
                       PERFORM IC-WRITE-RTN
                       MOVE "WARN" TO ICL-SEV
                       MOVE "LOTS.TXT" TO ICL-FILE
                       MOVE PRODUCTCODE TO ICL-KEY
                       MOVE "LOT TABLE FULL - NOT FIXED"
                           TO IC-LINE (38:26)
                   ELSE
                       MOVE "FIXED" TO ICL-FIX
                   END-IF
               END-IF
               PERFORM IC-WRITE-RTN
           END-IF.
           IF IC-BRQ IS GREATER THAN QUANTITY
               MOVE "SER" TO ICL-SEV
               MOVE "LOCSTK.TXT" TO ICL-FILE
               MOVE PRODUCTCODE TO ICL-KEY
               MOVE "BRANCH QTY > ON HAND" TO ICL-TEXT
               MOVE IC-BRQ TO ICL-VAL1
               MOVE QUANTITY TO ICL-VAL2
               PERFORM IC-WRITE-RTN
           END-IF.
           READ INFILE NEXT RECORD AT END MOVE "YES" TO EOF
           END-READ.
       IC-LOT-SUM-RTN.
           IF LTF-CODE (LT-NDX) IS EQUAL TO PRODUCTCODE
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND LTF-QTY (LT-NDX) IS GREATER THAN ZERO
               ADD LTF-QTY (LT-NDX) TO IC-LOTS
               ADD 1 TO IC-LOTN
           END-IF.
       IC-LS-SUM-RTN.
           IF LSF-CODE (LS-NDX) IS EQUAL TO PRODUCTCODE
               ADD LSF-QTY (LS-NDX) TO IC-BRQ
           END-IF.
       IC-LOT-TRIM-RTN.
           MOVE ZERO TO LOT-BEST.
           PERFORM IC-TRIM-SCAN-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT.
           IF LOT-BEST IS EQUAL TO ZERO
               MOVE ZERO TO IC-DIFF
           ELSE
               IF LTF-QTY (LOT-BEST) IS LESS THAN IC-DIFF
                   MOVE LTF-QTY (LOT-BEST) TO LOT-TAKE
               ELSE
                   MOVE IC-DIFF TO LOT-TAKE
               END-IF
               SUBTRACT LOT-TAKE FROM LTF-QTY (LOT-BEST)
               SUBTRACT LOT-TAKE FROM IC-DIFF
           END-IF.
       IC-TRIM-SCAN-RTN.
           IF LTF-CODE (LT-NDX) IS EQUAL TO PRODUCTCODE
               AND LTF-QTY (LT-NDX) IS NUMERIC
               AND LTF-QTY (LT-NDX) IS GREATER THAN ZERO
               IF LOT-BEST IS EQUAL TO ZERO
                   MOVE LT-NDX TO LOT-BEST
               ELSE IF LTF-EXP (LT-NDX) IS NUMERIC
                   AND LTF-EXP (LT-NDX)
                   IS LESS THAN LTF-EXP (LOT-BEST)
                   MOVE LT-NDX TO LOT-BEST
               END-IF
           END-IF.
       IC-LOT-FILL-RTN.
           MOVE PRODUCTCODE TO LOT-WCODE.
           MOVE "UNLOTTED" TO LOT-WNO.
           MOVE ZERO TO LT-HIT.
           PERFORM WO-LOT-SCAN-RTN
               VARYING LT-NDX FROM 1 BY 1
               UNTIL LT-NDX IS GREATER THAN LT-CNT
               OR LT-HIT IS GREATER THAN ZERO.
           IF LT-HIT IS GREATER THAN ZERO
               ADD IC-DIFF TO LTF-QTY (LT-HIT)
                   ON SIZE ERROR
                       MOVE 99999 TO LTF-QTY (LT-HIT)
               END-ADD
           ELSE IF LT-CNT IS LESS THAN 999
               ADD 1 TO LT-CNT
               MOVE SPACES TO LT-RAW (LT-CNT)
               MOVE LOT-WCODE TO LTF-CODE (LT-CNT)
               MOVE LOT-WNO TO LTF-NO (LT-CNT)
               MOVE 999999 TO LTF-EXP (LT-CNT)
               MOVE IC-DIFF TO LTF-QTY (LT-CNT)
           ELSE
               MOVE "Y" TO LT-FULL
               MOVE "Y" TO IC-LTOVF
           END-IF.
       IC-LOTREF-RTN.
           IF LTF-QTY (LT-NDX) IS NUMERIC
               AND LTF-QTY (LT-NDX) IS GREATER THAN ZERO
               MOVE LTF-CODE (LT-NDX) TO IC-WCODE
               PERFORM IC-PROD-RTN
               IF IC-OK IS EQUAL TO "N"
                   MOVE "WARN" TO ICL-SEV
                   MOVE "LOTS.TXT" TO ICL-FILE
                   MOVE LTF-CODE (LT-NDX) TO ICL-KEY (1:7)
                   MOVE LTF-NO (LT-NDX) TO ICL-KEY (9:10)
                   MOVE "PRODUCT NOT ON FILE" TO ICL-TEXT
                   MOVE LTF-QTY (LT-NDX) TO ICL-VAL1
                   IF IC-FIX IS EQUAL TO "Y"
                       AND LT-FULL IS EQUAL TO "N"
                       MOVE ZERO TO LTF-QTY (LT-NDX)
                       MOVE "FIXED" TO ICL-FIX
                   END-IF
                   PERFORM IC-WRITE-RTN
               END-IF
           END-IF.
       IC-LSREF-RTN.
           IF LSF-QTY (LS-NDX) IS GREATER THAN ZERO
               MOVE LSF-CODE (LS-NDX) TO IC-WCODE
               PERFORM IC-PROD-RTN
               IF IC-OK IS EQUAL TO "N"
                   MOVE "WARN" TO ICL-SEV
                   MOVE "LOCSTK.TXT" TO ICL-FILE
                   MOVE LSF-CODE (LS-NDX) TO ICL-KEY (1:7)
                   MOVE LSF-LOC (LS-NDX) TO ICL-KEY (9:4)
                   MOVE "PRODUCT NOT ON FILE" TO ICL-TEXT
                   MOVE LSF-QTY (LS-NDX) TO ICL-VAL1
                   IF IC-FIX IS EQUAL TO "Y"
                       AND LS-FULL IS EQUAL TO "N"
                       MOVE ZERO TO LSF-QTY (LS-NDX)
                       MOVE "FIXED" TO ICL-FIX
                   END-IF
                   PERFORM IC-WRITE-RTN
               END-IF
           END-IF.
       IC-BO-RTN.
           IF BTF-STAT (BT-NDX) IS EQUAL TO "O"
               MOVE BTF-CODE (BT-NDX) TO IC-WCODE
               PERFORM IC-PROD-RTN
               IF IC-OK IS EQUAL TO "N"
                   MOVE "SER" TO ICL-SEV
                   MOVE "BORDER.TXT" TO ICL-FILE
                   MOVE BTF-ORDNO (BT-NDX) TO ICL-KEY (1:6)
                   MOVE BTF-CODE (BT-NDX) TO ICL-KEY (8:7)
                   MOVE "PRODUCT NOT ON FILE" TO ICL-TEXT
                   IF BTF-QTY (BT-NDX) IS NUMERIC
                       MOVE BTF-QTY (BT-NDX) TO ICL-VAL1
                   END-IF
                   IF IC-FIX IS EQUAL TO "Y"
                       AND BT-FULL IS EQUAL TO "N"
                       MOVE "C" TO BTF-STAT (BT-NDX)
                       MOVE "FIXED" TO ICL-FIX
                   END-IF
                   PERFORM IC-WRITE-RTN
               END-IF
           END-IF.
       IC-PO-RTN.
           IF PT-STAT (PT-NDX) IS EQUAL TO "O"
               MOVE PT-SUPP (PT-NDX) TO IC-WSUPP
               PERFORM IC-SUP-FIND-RTN
               IF ICS-HIT IS EQUAL TO ZERO
                   AND ICS-FULL IS EQUAL TO "N"
                   MOVE "SER" TO ICL-SEV
                   MOVE "POLINES.TXT" TO ICL-FILE
                   MOVE PT-PONO (PT-NDX) TO ICL-KEY (1:6)
                   MOVE PT-SUPP (PT-NDX) TO ICL-KEY (8:5)
                   MOVE "SUPPLIER NOT ON FILE" TO ICL-TEXT
                   PERFORM IC-WRITE-RTN
               END-IF
               MOVE PT-CODE (PT-NDX) TO IC-WCODE
               PERFORM IC-PROD-RTN
               IF IC-OK IS EQUAL TO "N"
                   MOVE "WARN" TO ICL-SEV
                   MOVE "POLINES.TXT" TO ICL-FILE
                   MOVE PT-PONO (PT-NDX) TO ICL-KEY (1:6)
                   MOVE PT-CODE (PT-NDX) TO ICL-KEY (8:7)
                   MOVE "PRODUCT NOT ON FILE" TO ICL-TEXT
                   PERFORM IC-WRITE-RTN
               END-IF
           END-IF.
       IC-PS-RTN.
           MOVE ICPF-CODE (ICP-NDX) TO IC-WCODE.
           PERFORM IC-PROD-RTN.
           MOVE ICPF-SUPP (ICP-NDX) TO IC-WSUPP.
           PERFORM IC-SUP-FIND-RTN.
           MOVE ICPF-CODE (ICP-NDX) TO ICL-KEY (1:7).
           MOVE ICPF-SUPP (ICP-NDX) TO ICL-KEY (9:5).
           IF IC-OK IS EQUAL TO "N"
               MOVE "PRODUCT NOT ON FILE" TO ICL-TEXT
           ELSE IF ICS-HIT IS EQUAL TO ZERO
               AND ICS-FULL IS EQUAL TO "N"
               MOVE "SUPPLIER NOT ON FILE" TO ICL-TEXT
           END-IF.
           IF ICL-TEXT IS EQUAL TO SPACES
               MOVE SPACES TO IC-LINE
           ELSE
               MOVE "WARN" TO ICL-SEV
               MOVE "PRODSUP.TXT" TO ICL-FILE
               IF IC-FIX IS EQUAL TO "Y"
                   AND ICP-FULL IS EQUAL TO "N"
                   MOVE "Y" TO ICP-DROP (ICP-NDX)
                   MOVE "FIXED" TO ICL-FIX
               END-IF
               PERFORM IC-WRITE-RTN
           END-IF.
       IC-BOM-RTN.
           IF BMF-QTY (BM-NDX) IS NUMERIC
               AND BMF-QTY (BM-NDX) IS GREATER THAN ZERO
               MOVE BMF-PARENT (BM-NDX) TO ICL-KEY (1:7)
               MOVE BMF-COMP (BM-NDX) TO ICL-KEY (9:7)
               MOVE BMF-PARENT (BM-NDX) TO IC-WCODE
               PERFORM IC-PROD-RTN
               IF IC-OK IS EQUAL TO "N"
                   MOVE "KIT NOT ON FILE" TO ICL-TEXT
               ELSE
                   MOVE BMF-COMP (BM-NDX) TO IC-WCODE
                   PERFORM IC-PROD-RTN
                   IF IC-OK IS EQUAL TO "N"
                       MOVE "COMPONENT NOT ON FILE" TO ICL-TEXT
                   END-IF
               END-IF
               IF ICL-TEXT IS EQUAL TO SPACES
                   MOVE SPACES TO IC-LINE
               ELSE
                   MOVE "WARN" TO ICL-SEV
                   MOVE "BOM.TXT" TO ICL-FILE
                   PERFORM IC-WRITE-RTN
               END-IF
           END-IF.
       IC-INV-RTN.
           PERFORM IC-SEEN-INIT-RTN
               VARYING IV-NDX FROM 1 BY 1
               UNTIL IV-NDX IS GREATER THAN IV-CNT.
           MOVE "N" TO IC-DERR.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPFILE.
           IF DISPFILE-STATUS IS NOT EQUAL TO "00"
               AND DISPFILE-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               MOVE "DISPATCH.TXT" TO ICL-FILE
               MOVE "CANNOT OPEN FILE" TO ICL-TEXT
               PERFORM IC-DERR-RTN
           ELSE
               READ DISPFILE AT END MOVE "YES" TO EOF END-READ
               PERFORM IC-DISP-CHK-RTN
           END-IF.
           PERFORM IC-DISP-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE DISPFILE.
           MOVE "NO" TO EOF.
           OPEN INPUT DISPARCH.
           IF DISPARCH-STATUS IS NOT EQUAL TO "00"
               AND DISPARCH-STATUS IS NOT EQUAL TO "05"
               MOVE "YES" TO EOF
               MOVE "DISPARCH.TXT" TO ICL-FILE
               MOVE "CANNOT OPEN FILE" TO ICL-TEXT
               PERFORM IC-DERR-RTN
           ELSE
               READ DISPARCH AT END MOVE "YES" TO EOF END-READ
               PERFORM IC-ARCH-CHK-RTN
           END-IF.
           PERFORM IC-ARCH-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE DISPARCH.
           IF IC-DERR IS EQUAL TO "N"
               PERFORM IC-INV-ONE-RTN
                   VARYING IV-NDX FROM 1 BY 1
                   UNTIL IV-NDX IS GREATER THAN IV-CNT
           END-IF.
       IC-SEEN-INIT-RTN.
           MOVE "N" TO IC-SEEN (IV-NDX).
       IC-DISP-RTN.
           MOVE DISP-TRAN-REC TO GM-TRAN.
           PERFORM IC-MARK-RTN.
           READ DISPFILE AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM IC-DISP-CHK-RTN.
       IC-ARCH-RTN.
           MOVE DISPARCH-REC TO GM-TRAN.
           PERFORM IC-MARK-RTN.
           READ DISPARCH AT END MOVE "YES" TO EOF
           END-READ.
           PERFORM IC-ARCH-CHK-RTN.
       IC-DISP-CHK-RTN.
           IF EOF IS NOT EQUAL TO "YES"
               AND DISPFILE-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF
               MOVE "DISPATCH.TXT" TO ICL-FILE
               MOVE "FILE READ ERROR" TO ICL-TEXT
               PERFORM IC-DERR-RTN
           END-IF.
       IC-ARCH-CHK-RTN.
           IF EOF IS NOT EQUAL TO "YES"
               AND DISPARCH-STATUS IS NOT EQUAL TO "00"
               MOVE "YES" TO EOF
               MOVE "DISPARCH.TXT" TO ICL-FILE
               MOVE "FILE READ ERROR" TO ICL-TEXT
               PERFORM IC-DERR-RTN
           END-IF.
       IC-DERR-RTN.
           MOVE "Y" TO IC-DERR.
           MOVE "SER" TO ICL-SEV.
           PERFORM IC-WRITE-RTN.
       IC-MARK-RTN.
           IF GMT-ORDNO IS NUMERIC
               AND GMT-ORDNO IS GREATER THAN ZERO
               PERFORM IC-MARK-ONE-RTN
                   VARYING IV-NDX FROM 1 BY 1
                   UNTIL IV-NDX IS GREATER THAN IV-CNT
           END-IF.
       IC-MARK-ONE-RTN.
           IF IVT-ORDNO (IV-NDX) IS EQUAL TO GMT-ORDNO
               MOVE "Y" TO IC-SEEN (IV-NDX)
           END-IF.
       IC-INV-ONE-RTN.
           IF IC-SEEN (IV-NDX) IS EQUAL TO "N"
               AND IVT-AMT (IV-NDX) IS NUMERIC
               AND IVT-AMT (IV-NDX) IS GREATER THAN ZERO
               MOVE "SER" TO ICL-SEV
               MOVE "INVOICE.TXT" TO ICL-FILE
               MOVE IVT-ORDNO (IV-NDX) TO ICL-KEY (1:6)
               MOVE IVT-CUST (IV-NDX) TO ICL-KEY (8:5)
               MOVE "NO DISPATCH LINES" TO ICL-TEXT
               PERFORM IC-WRITE-RTN
           END-IF.
       IC-SAVE-RTN.
           IF LT-FULL IS EQUAL TO "N"
               OR IC-LTOVF IS EQUAL TO "Y"
               PERFORM LOT-SAVE-RTN
           END-IF.
           IF LS-FULL IS EQUAL TO "N"
               PERFORM LS-SAVE-RTN
           END-IF.
           IF BT-FULL IS EQUAL TO "N"
               PERFORM BO-SAVE-RTN
           END-IF.
           IF ICP-FULL IS EQUAL TO "N"
               OPEN OUTPUT PSFILE
               PERFORM IC-PS-SAVE-RTN
                   VARYING ICP-NDX FROM 1 BY 1
                   UNTIL ICP-NDX IS GREATER THAN ICP-CNT
               CLOSE PSFILE
           END-IF.
       IC-PS-SAVE-RTN.
           IF ICP-DROP (ICP-NDX) IS EQUAL TO "N"
               MOVE ICP-RAW (ICP-NDX) TO PS-REC
               WRITE PS-REC
           END-IF.
       IC-SUP-LOAD-RTN.
           MOVE ZERO TO ICS-CNT.
           MOVE "N" TO ICS-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT SUPFILE.
           READ SUPFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM IC-SUP-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE SUPFILE.
       IC-SUP-LOAD-ONE-RTN.
           IF SUP-CODE IS NOT EQUAL TO SPACES
               IF ICS-CNT IS LESS THAN 999
                   ADD 1 TO ICS-CNT
                   MOVE SUP-CODE TO ICS-CODE (ICS-CNT)
               ELSE
                   MOVE "Y" TO ICS-FULL
               END-IF
           END-IF.
           READ SUPFILE AT END MOVE "YES" TO EOF1
           END-READ.
       IC-SUP-FIND-RTN.
           MOVE ZERO TO ICS-HIT.
           PERFORM IC-SUP-SCAN-RTN
               VARYING ICS-NDX FROM 1 BY 1
               UNTIL ICS-NDX IS GREATER THAN ICS-CNT
               OR ICS-HIT IS GREATER THAN ZERO.
       IC-SUP-SCAN-RTN.
           IF ICS-CODE (ICS-NDX) IS EQUAL TO IC-WSUPP
               MOVE ICS-NDX TO ICS-HIT
           END-IF.
       IC-PS-LOAD-RTN.
           MOVE ZERO TO ICP-CNT.
           MOVE "N" TO ICP-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT PSFILE.
           READ PSFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM IC-PS-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE PSFILE.
       IC-PS-LOAD-ONE-RTN.
           IF ICP-CNT IS LESS THAN 999
               ADD 1 TO ICP-CNT
               MOVE PS-REC TO ICP-RAW (ICP-CNT)
               MOVE "N" TO ICP-DROP (ICP-CNT)
           ELSE
               MOVE "Y" TO ICP-FULL
           END-IF.
           READ PSFILE AT END MOVE "YES" TO EOF1
           END-READ.
       LP-MAINT-RTN.
           DISPLAY (12, 10) "PRICE LIST CODE:".
           ACCEPT (12, 31) LP-WLIST.
           DISPLAY (13, 10) "PRODUCT CODE:".
           ACCEPT (13, 31) LP-WCODE.
           PERFORM LP-LOAD-RTN.
           OPEN INPUT INFILE.
           MOVE LP-WCODE TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   PERFORM NTFOUND
               NOT INVALID KEY
                   IF LP-WLIST IS EQUAL TO SPACES
                       DISPLAY (14, 10) "PRICE LIST CODE REQUIRED"
                   ELSE IF LP-FULL IS EQUAL TO "Y"
                       DISPLAY (14, 10)
                           "PRICE LIST TABLE FULL - NOT UPDATED"
                   ELSE
                       PERFORM LP-EDIT-RTN
                   END-IF
           END-READ.
           CLOSE INFILE.
       LP-EDIT-RTN.
           DISPLAY (14, 10) PRODUCTNAME.
           MOVE PRICE TO LPM-PRICE.
           DISPLAY (14, 35) LP-MPRICE-LINE.
           MOVE ZERO TO LP-SHOWN.
           PERFORM LP-SHOW-RTN
               VARYING LP-NDX FROM 1 BY 1
               UNTIL LP-NDX IS GREATER THAN LP-CNT.
           DISPLAY (15, 10) "ENTRIES ON FILE:".
           DISPLAY (15, 31) LP-SHOWN.
           PERFORM LP-ASK-RTN.
           PERFORM LP-ENTRY-RTN
               UNTIL LP-WMINQ IS NOT NUMERIC
               OR LP-WMINQ IS EQUAL TO ZERO.
           PERFORM LP-SAVE-RTN.
           DISPLAY (23, 10) "PRICE LIST SAVED".
       LP-SHOW-RTN.
           IF LPF-LIST (LP-NDX) IS EQUAL TO LP-WLIST
               AND LPF-CODE (LP-NDX) IS EQUAL TO LP-WCODE
               AND LPF-PRICE (LP-NDX) IS NUMERIC
               AND LPF-PRICE (LP-NDX) IS GREATER THAN ZERO
               ADD 1 TO LP-SHOWN
               MOVE LPF-MINQ (LP-NDX) TO LPS-MINQ
               MOVE LPF-PRICE (LP-NDX) TO LPS-PRICE
               MOVE LPF-FROM (LP-NDX) TO LPS-FROM
               MOVE LPF-TO (LP-NDX) TO LPS-TO
               DISPLAY LP-SHOW-LINE
           END-IF.
       LP-ASK-RTN.
           DISPLAY (17, 10) "MIN QTY FOR THIS PRICE (0=END):".
           ACCEPT (17, 43) LP-WMINQ.
       LP-ENTRY-RTN.
           DISPLAY (18, 10) "START DATE YYMMDD (0=ALWAYS):".
           ACCEPT (18, 43) LP-WFROM.
           DISPLAY (19, 10) "END DATE YYMMDD (0=NO END):".
           ACCEPT (19, 43) LP-WTO.
           DISPLAY (20, 10) "LIST PRICE (0=REMOVE):".
           ACCEPT (20, 43) LP-WPRICE.
           MOVE ZERO TO LP-HIT.
           PERFORM LP-FIND-RTN
               VARYING LP-NDX FROM 1 BY 1
               UNTIL LP-NDX IS GREATER THAN LP-CNT
               OR LP-HIT IS GREATER THAN ZERO.
           IF LP-WFROM IS NOT NUMERIC
               OR LP-WTO IS NOT NUMERIC
               MOVE "DATES MUST BE NUMERIC YYMMDD - SKIPPED" TO LP-MSG
           ELSE IF LP-WPRICE IS NOT NUMERIC
               MOVE "PRICE MUST BE NUMERIC - SKIPPED" TO LP-MSG
           ELSE IF LP-WTO IS GREATER THAN ZERO
               AND LP-WTO IS LESS THAN LP-WFROM
               MOVE "END DATE BEFORE START DATE - SKIPPED" TO LP-MSG
           ELSE IF LP-HIT IS GREATER THAN ZERO
               MOVE LPF-PRICE (LP-HIT) TO LP-OLDPRI
               MOVE LP-WPRICE TO LPF-PRICE (LP-HIT)
               MOVE LP-WTO TO LPF-TO (LP-HIT)
               IF LP-WPRICE IS EQUAL TO ZERO
                   MOVE "PRICE ENTRY REMOVED" TO LP-MSG
                   MOVE "PRCDEL" TO AUD-ACTION
               ELSE
                   MOVE "PRICE ENTRY CHANGED" TO LP-MSG
                   MOVE "PRCCHG" TO AUD-ACTION
               END-IF
               PERFORM LP-AUDIT-RTN
           ELSE IF LP-WPRICE IS EQUAL TO ZERO
               MOVE "ENTRY NOT ON LIST - NOTHING REMOVED" TO LP-MSG
           ELSE IF LP-CNT IS NOT LESS THAN 2000
               MOVE "PRICE LIST TABLE FULL - SKIPPED" TO LP-MSG
           ELSE
               ADD 1 TO LP-CNT
               MOVE SPACES TO LP-RAW (LP-CNT)
               MOVE LP-WLIST TO LPF-LIST (LP-CNT)
               MOVE LP-WCODE TO LPF-CODE (LP-CNT)
               MOVE LP-WMINQ TO LPF-MINQ (LP-CNT)
               MOVE LP-WPRICE TO LPF-PRICE (LP-CNT)
               MOVE LP-WFROM TO LPF-FROM (LP-CNT)
               MOVE LP-WTO TO LPF-TO (LP-CNT)
               MOVE ZERO TO LP-OLDPRI
               MOVE "PRICE ENTRY ADDED" TO LP-MSG
               MOVE "PRCADD" TO AUD-ACTION
               PERFORM LP-AUDIT-RTN
           END-IF.
           DISPLAY (22, 10) LP-MSG.
           PERFORM LP-ASK-RTN.
       LP-FIND-RTN.
           IF LPF-LIST (LP-NDX) IS EQUAL TO LP-WLIST
               AND LPF-CODE (LP-NDX) IS EQUAL TO LP-WCODE
               AND LPF-MINQ (LP-NDX) IS EQUAL TO LP-WMINQ
               AND LPF-FROM (LP-NDX) IS EQUAL TO LP-WFROM
               AND LPF-PRICE (LP-NDX) IS NUMERIC
               AND LPF-PRICE (LP-NDX) IS GREATER THAN ZERO
               MOVE LP-NDX TO LP-HIT
           END-IF.
       LP-AUDIT-RTN.
           OPEN EXTEND AUDFILE.
           MOVE LP-WCODE TO PRODUCTCODE.
           MOVE ZERO TO AUD-OLD-QTY.
           MOVE LP-OLDPRI TO AUD-OLD-PRICE.
           MOVE ZERO TO AUD-NEW-QTY.
           MOVE LP-WPRICE TO AUD-NEW-PRICE.
           PERFORM AUDIT-RTN.
           CLOSE AUDFILE.
       LP-LOAD-RTN.
           MOVE ZERO TO LP-CNT.
           MOVE "N" TO LP-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT PRLFILE.
           READ PRLFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM LP-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE PRLFILE.
       LP-LOAD-ONE-RTN.
           IF PRL-LIST IS NOT EQUAL TO SPACES
               IF LP-CNT IS LESS THAN 2000
                   ADD 1 TO LP-CNT
                   MOVE PRL-REC TO LP-RAW (LP-CNT)
                   IF LPF-FROM (LP-CNT) IS NOT NUMERIC
                       MOVE ZERO TO LPF-FROM (LP-CNT)
                   END-IF
                   IF LPF-TO (LP-CNT) IS NOT NUMERIC
                       MOVE ZERO TO LPF-TO (LP-CNT)
                   END-IF
               ELSE
                   MOVE "Y" TO LP-FULL
               END-IF
           END-IF.
           READ PRLFILE AT END MOVE "YES" TO EOF1
           END-READ.
       LP-SAVE-RTN.
           OPEN OUTPUT PRLFILE.
           PERFORM LP-SAVE-ONE-RTN
               VARYING LP-NDX FROM 1 BY 1
               UNTIL LP-NDX IS GREATER THAN LP-CNT.
           CLOSE PRLFILE.
       LP-SAVE-ONE-RTN.
           IF LPF-PRICE (LP-NDX) IS NUMERIC
               AND LPF-PRICE (LP-NDX) IS GREATER THAN ZERO
               MOVE LP-RAW (LP-NDX) TO PRL-REC
               WRITE PRL-REC
           END-IF.
       LP-PRICE-RTN.
           MOVE ZERO TO LP-BHIT.
           PERFORM LP-PRICE-ONE-RTN
               VARYING LP-NDX FROM 1 BY 1
               UNTIL LP-NDX IS GREATER THAN LP-CNT.
       LP-PRICE-ONE-RTN.
           MOVE "N" TO LP-OK.
           IF LPF-LIST (LP-NDX) IS EQUAL TO LP-WLIST
               AND LPF-CODE (LP-NDX) IS EQUAL TO LP-WCODE
               AND LPF-PRICE (LP-NDX) IS NUMERIC
               AND LPF-PRICE (LP-NDX) IS GREATER THAN ZERO
               AND LPF-MINQ (LP-NDX) IS NUMERIC
               AND LPF-MINQ (LP-NDX) IS NOT GREATER THAN LP-WQTY
               MOVE "Y" TO LP-OK
           END-IF.
           IF LP-OK IS EQUAL TO "Y"
               IF LPF-FROM (LP-NDX) IS GREATER THAN LP-TODAY
                   MOVE "N" TO LP-OK
               ELSE IF LPF-TO (LP-NDX) IS GREATER THAN ZERO
                   AND LPF-TO (LP-NDX) IS LESS THAN LP-TODAY
                   MOVE "N" TO LP-OK
               END-IF
           END-IF.
           IF LP-OK IS EQUAL TO "Y"
               IF LP-BHIT IS EQUAL TO ZERO
                   MOVE LP-NDX TO LP-BHIT
               ELSE IF LPF-PRICE (LP-NDX) IS LESS THAN
                   LPF-PRICE (LP-BHIT)
                   MOVE LP-NDX TO LP-BHIT
               END-IF
           END-IF.
       LP-PRINT-RTN.
           DISPLAY (12, 10) "PRICE LIST CODE (BLANK=ALL):".
           ACCEPT (12, 40) LP-WLIST.
           PERFORM LP-LOAD-RTN.
           ACCEPT LP-TODAY FROM DATE.
           MOVE ZERO TO LP-SHOWN.
           MOVE "PRICELIST" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE LP-WLIST TO LPT-LIST.
           MOVE LP-TODAY TO LPT-DATE.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM LP-TITLE AFTER ADVANCING 2.
           WRITE OUTREC-HDG FROM LP-HDG.
           DISPLAY SCR.
           DISPLAY LP-TITLE
                   LP-HDG.
           OPEN INPUT INFILE.
           PERFORM LP-PLINE-RTN
               VARYING LP-NDX FROM 1 BY 1
               UNTIL LP-NDX IS GREATER THAN LP-CNT.
           CLOSE INFILE.
           MOVE LP-SHOWN TO LPT-CNT.
           WRITE OUTREC-HDG FROM LP-TOTS AFTER ADVANCING 2.
           DISPLAY LP-TOTS.
           IF LP-FULL IS EQUAL TO "Y"
               MOVE "PRICE LIST TABLE FULL - PARTIAL" TO LP-MSG
               WRITE OUTREC-HDG FROM LP-MSG
               DISPLAY LP-MSG
           END-IF.
           CLOSE OUTFILE.
       LP-PLINE-RTN.
           IF (LP-WLIST IS EQUAL TO SPACES
               OR LPF-LIST (LP-NDX) IS EQUAL TO LP-WLIST)
               AND LPF-PRICE (LP-NDX) IS NUMERIC
               AND LPF-PRICE (LP-NDX) IS GREATER THAN ZERO
               ADD 1 TO LP-SHOWN
               MOVE LPF-LIST (LP-NDX) TO LPX-LIST
               MOVE LPF-CODE (LP-NDX) TO LPX-CODE
               MOVE LPF-CODE (LP-NDX) TO PRODUCTCODE
               READ INFILE KEY IS PRODUCTCODE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO LPX-NAME
                   NOT INVALID KEY
                       MOVE PRODUCTNAME TO LPX-NAME
               END-READ
               MOVE LPF-MINQ (LP-NDX) TO LPX-MINQ
               MOVE LPF-PRICE (LP-NDX) TO LPX-PRICE
               MOVE LPF-FROM (LP-NDX) TO LPX-FROM
               MOVE LPF-TO (LP-NDX) TO LPX-TO
               IF LPF-FROM (LP-NDX) IS GREATER THAN LP-TODAY
                   MOVE "FUTURE" TO LPX-STAT
               ELSE IF LPF-TO (LP-NDX) IS GREATER THAN ZERO
                   AND LPF-TO (LP-NDX) IS LESS THAN LP-TODAY
                   MOVE "EXPIRED" TO LPX-STAT
               ELSE
                   MOVE "ACTIVE" TO LPX-STAT
               END-IF
               WRITE OUTREC-HDG FROM LP-LINE
               DISPLAY LP-LINE
           END-IF.
       CM-PLIST-CHK-RTN.
           IF CM-PLIST IS NOT EQUAL TO SPACES
               AND CM-PLIST IS NOT EQUAL TO "*"
               PERFORM LP-LOAD-RTN
               MOVE ZERO TO LP-HIT
               PERFORM CM-PLIST-SCAN-RTN
                   VARYING LP-NDX FROM 1 BY 1
                   UNTIL LP-NDX IS GREATER THAN LP-CNT
                   OR LP-HIT IS GREATER THAN ZERO
               IF LP-HIT IS EQUAL TO ZERO
                   DISPLAY (23, 10)
                       "NOTE: PRICE LIST HAS NO ENTRIES YET"
               END-IF
           END-IF.
       CM-PLIST-SCAN-RTN.
           IF LPF-LIST (LP-NDX) IS EQUAL TO CM-PLIST
               MOVE LP-NDX TO LP-HIT
           END-IF.
       OPO-SCLOSE-RTN.
           DISPLAY (13, 10) "PO NUMBER:".
           ACCEPT (13, 31) OPO-WPONO.
           DISPLAY (14, 10) "PRODUCT CODE:".
           ACCEPT (14, 31) OPO-WCODE.
           PERFORM PO-LOAD-RTN.
           MOVE ZERO TO PT-HIT.
           PERFORM OPO-SCLOSE-SCAN-RTN
               VARYING PT-NDX FROM 1 BY 1
               UNTIL PT-NDX IS GREATER THAN PT-CNT
               OR PT-HIT IS GREATER THAN ZERO.
           IF OPO-WPONO IS NOT NUMERIC
               DISPLAY (16, 10) "PO NUMBER MUST BE NUMERIC"
           ELSE IF PT-FULL IS EQUAL TO "Y"
               DISPLAY (16, 10) "PO LINE TABLE FULL - NOT UPDATED"
           ELSE IF PT-HIT IS EQUAL TO ZERO
               DISPLAY (16, 10) "NO OPEN PO LINE FOR THAT PO/PRODUCT"
           ELSE
               DISPLAY (16, 10) "ORDERED:"
               DISPLAY (16, 20) PT-OQTY (PT-HIT)
               DISPLAY (16, 30) "RECEIVED:"
               DISPLAY (16, 41) PT-RQTY (PT-HIT)
               DISPLAY (18, 10)
                   "CLOSE SHORT - NO MORE DELIVERIES? (Y/N):"
               ACCEPT (18, 52) ANS
               IF ANS IS EQUAL TO "Y"
                   ACCEPT PO-TODAY FROM DATE
                   MOVE "S" TO PT-STAT (PT-HIT)
                   MOVE PO-TODAY TO PT-CDATE (PT-HIT)
                   PERFORM PO-SAVE-RTN
                   OPEN EXTEND AUDFILE
                   MOVE OPO-WCODE TO PRODUCTCODE
                   MOVE "POSHRT" TO AUD-ACTION
                   MOVE PT-OQTY (PT-HIT) TO AUD-OLD-QTY
                   MOVE ZERO TO AUD-OLD-PRICE
                   MOVE PT-RQTY (PT-HIT) TO AUD-NEW-QTY
                   MOVE ZERO TO AUD-NEW-PRICE
                   PERFORM AUDIT-RTN
                   CLOSE AUDFILE
                   DISPLAY (20, 10) "PO LINE SHORT-CLOSED"
               END-IF
           END-IF.
       OPO-SCLOSE-SCAN-RTN.
           IF PT-STAT (PT-NDX) IS EQUAL TO "O"
               AND PT-PONO (PT-NDX) IS EQUAL TO OPO-WPONO
               AND PT-CODE (PT-NDX) IS EQUAL TO OPO-WCODE
               AND PT-OQTY (PT-NDX) IS NUMERIC
               AND PT-RQTY (PT-NDX) IS NUMERIC
               MOVE PT-NDX TO PT-HIT
           END-IF.
       SC-CFG-RTN.
           PERFORM SC-CFG-LOAD-RTN.
           MOVE SC-LEAD TO SCG-LEAD.
           MOVE SC-MINOT TO SCG-MINOT.
           MOVE SC-MINFILL TO SCG-MINFILL.
           DISPLAY (13, 10) SC-CFG-LINE.
           DISPLAY (15, 10) "ON TIME WITHIN (DAYS):".
           ACCEPT (15, 40) SC-WLEAD.
           DISPLAY (16, 10) "MINIMUM ON-TIME %:".
           ACCEPT (16, 40) SC-WMINOT.
           DISPLAY (17, 10) "MINIMUM FILL RATE %:".
           ACCEPT (17, 40) SC-WMINFILL.
           IF SC-WLEAD IS NOT NUMERIC
               OR SC-WMINOT IS NOT NUMERIC
               OR SC-WMINFILL IS NOT NUMERIC
               DISPLAY (19, 10) "ENTRIES MUST BE NUMERIC - NOT SAVED"
           ELSE IF SC-WLEAD IS EQUAL TO ZERO
               DISPLAY (19, 10) "DAYS MUST BE 1-999 - NOT SAVED"
           ELSE IF SC-WMINOT IS GREATER THAN 100
               OR SC-WMINFILL IS GREATER THAN 100
               DISPLAY (19, 10) "PERCENTAGES MUST BE 0-100 - NOT SAVED"
           ELSE
               MOVE SPACES TO SCC-REC
               MOVE SC-WLEAD TO SCC-LEAD
               MOVE SC-WMINOT TO SCC-MINOT
               MOVE SC-WMINFILL TO SCC-MINFILL
               OPEN OUTPUT SCCFILE
               WRITE SCC-REC
               CLOSE SCCFILE
               DISPLAY (19, 10) "THRESHOLDS SAVED"
           END-IF.
       SC-CFG-LOAD-RTN.
           MOVE 14 TO SC-LEAD.
           MOVE 90 TO SC-MINOT.
           MOVE 95 TO SC-MINFILL.
           OPEN INPUT SCCFILE.
           READ SCCFILE AT END MOVE SPACES TO SCC-REC END-READ.
           CLOSE SCCFILE.
           IF SCC-LEAD IS NUMERIC
               AND SCC-LEAD IS GREATER THAN ZERO
               MOVE SCC-LEAD TO SC-LEAD
           END-IF.
           IF SCC-MINOT IS NUMERIC
               MOVE SCC-MINOT TO SC-MINOT
           END-IF.
           IF SCC-MINFILL IS NUMERIC
               MOVE SCC-MINFILL TO SC-MINFILL
           END-IF.
       SC-ASK-RTN.
           DISPLAY (13, 10) "MONTH (YYMM, BLANK=THIS MONTH):".
           ACCEPT (13, 43) SC-MONTH.
           ACCEPT SC-TODAY FROM DATE.
           IF SC-MONTH IS EQUAL TO SPACES
               MOVE SC-TODAY (1:4) TO SC-MONTH
           END-IF.
           IF SC-MONTH IS NOT NUMERIC
               DISPLAY (15, 10) "MONTH MUST BE YYMM"
           ELSE
               DISPLAY SCR
               PERFORM SC-RUN-RTN
           END-IF.
       SC-RUN-RTN.
           ACCEPT SC-TODAY FROM DATE.
           MOVE SC-TODAY TO AGE-WDATE.
           PERFORM AGE-DAYS-RTN.
           MOVE AGE-IDAYS TO SC-TDAYS.
           MOVE ZERO TO SC-LOW.
           MOVE ZERO TO SC-UNMAT.
           PERFORM SC-CFG-LOAD-RTN.
           PERFORM SC-SUP-LOAD-RTN.
           PERFORM PO-LOAD-RTN.
           PERFORM SC-PO-RTN
               VARYING PT-NDX FROM 1 BY 1
               UNTIL PT-NDX IS GREATER THAN PT-CNT.
           PERFORM SC-RCV-RTN.
           PERFORM SC-RET-RTN.
           PERFORM SC-CALC-RTN
               VARYING SC-NDX FROM 1 BY 1
               UNTIL SC-NDX IS GREATER THAN SC-CNT.
           PERFORM SC-PRINT-RTN.
           PERFORM SC-SAVE-RTN.
       SC-SUP-LOAD-RTN.
           MOVE ZERO TO SC-CNT.
           MOVE "N" TO SC-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT SUPFILE.
           READ SUPFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM SC-SUP-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE SUPFILE.
       SC-SUP-LOAD-ONE-RTN.
           IF SUP-CODE IS NOT EQUAL TO SPACES
               IF SC-CNT IS LESS THAN 200
                   ADD 1 TO SC-CNT
                   MOVE SUP-CODE TO SC-SUPP (SC-CNT)
                   MOVE SUP-NAME TO SC-NAME (SC-CNT)
                   MOVE ZERO TO SC-LINES (SC-CNT)
                   MOVE ZERO TO SC-ONTIME (SC-CNT)
                   MOVE ZERO TO SC-LDAYS (SC-CNT)
                   MOVE ZERO TO SC-LCNT (SC-CNT)
                   MOVE ZERO TO SC-OQTY (SC-CNT)
                   MOVE ZERO TO SC-RQTY (SC-CNT)
                   MOVE ZERO TO SC-SHORT (SC-CNT)
                   MOVE ZERO TO SC-OVERDUE (SC-CNT)
                   MOVE ZERO TO SC-RCVQ (SC-CNT)
                   MOVE ZERO TO SC-RETQ (SC-CNT)
               ELSE
                   MOVE "Y" TO SC-FULL
               END-IF
           END-IF.
           READ SUPFILE AT END MOVE "YES" TO EOF1
           END-READ.
       SC-FIND-RTN.
           MOVE ZERO TO SC-HIT.
           PERFORM SC-SCAN-RTN
               VARYING SC-NDX FROM 1 BY 1
               UNTIL SC-NDX IS GREATER THAN SC-CNT
               OR SC-HIT IS GREATER THAN ZERO.
       SC-SCAN-RTN.
           IF SC-SUPP (SC-NDX) IS EQUAL TO SC-WSUPP
               MOVE SC-NDX TO SC-HIT
           END-IF.
       SC-PO-RTN.
           MOVE PT-SUPP (PT-NDX) TO SC-WSUPP.
           PERFORM SC-FIND-RTN.
           IF SC-HIT IS GREATER THAN ZERO
               AND PT-OQTY (PT-NDX) IS NUMERIC
               AND PT-RQTY (PT-NDX) IS NUMERIC
               AND PT-DATE (PT-NDX) IS NUMERIC
               IF (PT-STAT (PT-NDX) IS EQUAL TO "C"
                   OR PT-STAT (PT-NDX) IS EQUAL TO "S")
                   AND PT-CDATE (PT-NDX) IS NUMERIC
                   AND PT-CDATE (PT-NDX) (1:4) IS EQUAL TO SC-MONTH
                   PERFORM SC-DONE-LINE-RTN
               ELSE IF PT-STAT (PT-NDX) IS EQUAL TO "O"
                   MOVE PT-DATE (PT-NDX) TO AGE-WDATE
                   PERFORM AGE-DAYS-RTN
                   SUBTRACT AGE-IDAYS FROM SC-TDAYS GIVING SC-DAYS
                   IF SC-DAYS IS GREATER THAN SC-LEAD
                       ADD 1 TO SC-OVERDUE (SC-HIT)
                   END-IF
               END-IF
           END-IF.
       SC-DONE-LINE-RTN.
           ADD 1 TO SC-LINES (SC-HIT).
           ADD PT-OQTY (PT-NDX) TO SC-OQTY (SC-HIT).
           IF PT-RQTY (PT-NDX) IS GREATER THAN PT-OQTY (PT-NDX)
               MOVE PT-OQTY (PT-NDX) TO SC-WRQTY
           ELSE
               MOVE PT-RQTY (PT-NDX) TO SC-WRQTY
           END-IF.
           ADD SC-WRQTY TO SC-RQTY (SC-HIT).
           IF PT-STAT (PT-NDX) IS EQUAL TO "S"
               ADD 1 TO SC-SHORT (SC-HIT)
           END-IF.
           IF PT-RDATE (PT-NDX) IS NUMERIC
               AND PT-RDATE (PT-NDX) IS GREATER THAN ZERO
               MOVE PT-DATE (PT-NDX) TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               MOVE AGE-IDAYS TO SC-PDAYS
               MOVE PT-RDATE (PT-NDX) TO AGE-WDATE
               PERFORM AGE-DAYS-RTN
               SUBTRACT SC-PDAYS FROM AGE-IDAYS GIVING SC-DAYS
               IF SC-DAYS IS LESS THAN ZERO
                   MOVE ZERO TO SC-DAYS
               END-IF
               ADD SC-DAYS TO SC-LDAYS (SC-HIT)
               ADD 1 TO SC-LCNT (SC-HIT)
               IF PT-STAT (PT-NDX) IS EQUAL TO "C"
                   AND SC-DAYS IS NOT GREATER THAN SC-LEAD
                   ADD 1 TO SC-ONTIME (SC-HIT)
               END-IF
           END-IF.
       SC-RCV-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT RHFILE.
           READ RHFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM SC-RCV-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE RHFILE.
       SC-RCV-ONE-RTN.
           IF RH-DATE IS NUMERIC
               AND RH-DATE (1:4) IS EQUAL TO SC-MONTH
               AND RH-QTY IS NUMERIC
               MOVE RH-PONO TO SC-WPONO
               PERFORM SC-PO-SUPP-RTN
               IF SC-WSUPP IS NOT EQUAL TO SPACES
                   PERFORM SC-FIND-RTN
                   IF SC-HIT IS GREATER THAN ZERO
                       ADD RH-QTY TO SC-RCVQ (SC-HIT)
                   END-IF
               END-IF
           END-IF.
           READ RHFILE AT END MOVE "YES" TO EOF
           END-READ.
       SC-RET-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT RTSFILE.
           READ RTSFILE AT END MOVE "YES" TO EOF END-READ.
           PERFORM SC-RET-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE RTSFILE.
       SC-RET-ONE-RTN.
           IF RTS-DATE IS NUMERIC
               AND RTS-DATE (1:4) IS EQUAL TO SC-MONTH
               AND RTS-QTY IS NUMERIC
               MOVE RTS-REF (1:6) TO SC-WPONO
               PERFORM SC-PO-SUPP-RTN
               IF SC-WSUPP IS EQUAL TO SPACES
                   MOVE RTS-REF (1:5) TO SC-WSUPP
               END-IF
               PERFORM SC-FIND-RTN
               IF SC-HIT IS GREATER THAN ZERO
                   ADD RTS-QTY TO SC-RETQ (SC-HIT)
               ELSE
                   ADD 1 TO SC-UNMAT
               END-IF
           END-IF.
           READ RTSFILE AT END MOVE "YES" TO EOF
           END-READ.
       SC-PO-SUPP-RTN.
           MOVE SPACES TO SC-WSUPP.
           IF SC-WPONO IS NUMERIC
               PERFORM SC-PO-SUPP-SCAN-RTN
                   VARYING PT-NDX FROM 1 BY 1
                   UNTIL PT-NDX IS GREATER THAN PT-CNT
                   OR SC-WSUPP IS NOT EQUAL TO SPACES
           END-IF.
       SC-PO-SUPP-SCAN-RTN.
           IF PT-PONO (PT-NDX) IS EQUAL TO SC-WPONO
               MOVE PT-SUPP (PT-NDX) TO SC-WSUPP
           END-IF.
       SC-CALC-RTN.
           MOVE ZERO TO SC-AVGLEAD (SC-NDX).
           MOVE ZERO TO SC-OTPCT (SC-NDX).
           MOVE ZERO TO SC-FILLPCT (SC-NDX).
           MOVE ZERO TO SC-RETPCT (SC-NDX).
           MOVE "N" TO SC-DONE (SC-NDX).
           IF SC-RCVQ (SC-NDX) IS GREATER THAN ZERO
               MULTIPLY SC-RETQ (SC-NDX) BY 100 GIVING SC-WK
               DIVIDE SC-WK BY SC-RCVQ (SC-NDX)
                   GIVING SC-RETPCT (SC-NDX) ROUNDED
                   ON SIZE ERROR
                       MOVE 9999 TO SC-RETPCT (SC-NDX)
               END-DIVIDE
           END-IF.
           IF SC-LINES (SC-NDX) IS EQUAL TO ZERO
               MOVE "NONE" TO SC-FLAG (SC-NDX)
               MOVE -9999 TO SC-SCORE (SC-NDX)
           ELSE
               MULTIPLY SC-ONTIME (SC-NDX) BY 100 GIVING SC-WK
               DIVIDE SC-WK BY SC-LINES (SC-NDX)
                   GIVING SC-OTPCT (SC-NDX)
               IF SC-OQTY (SC-NDX) IS GREATER THAN ZERO
                   MULTIPLY SC-RQTY (SC-NDX) BY 100 GIVING SC-WK
                   DIVIDE SC-WK BY SC-OQTY (SC-NDX)
                       GIVING SC-FILLPCT (SC-NDX)
               END-IF
               IF SC-LCNT (SC-NDX) IS GREATER THAN ZERO
                   DIVIDE SC-LDAYS (SC-NDX) BY SC-LCNT (SC-NDX)
                       GIVING SC-AVGLEAD (SC-NDX) ROUNDED
                       ON SIZE ERROR
                           MOVE 999 TO SC-AVGLEAD (SC-NDX)
                   END-DIVIDE
               END-IF
               ADD SC-OTPCT (SC-NDX) SC-FILLPCT (SC-NDX)
                   GIVING SC-SCORE (SC-NDX)
               SUBTRACT SC-RETPCT (SC-NDX) FROM SC-SCORE (SC-NDX)
                   ON SIZE ERROR
                       MOVE -9998 TO SC-SCORE (SC-NDX)
               END-SUBTRACT
               IF SC-OTPCT (SC-NDX) IS LESS THAN SC-MINOT
                   OR SC-FILLPCT (SC-NDX) IS LESS THAN SC-MINFILL
                   MOVE "LOW" TO SC-FLAG (SC-NDX)
                   ADD 1 TO SC-LOW
               ELSE
                   MOVE SPACES TO SC-FLAG (SC-NDX)
               END-IF
           END-IF.
       SC-PRINT-RTN.
           MOVE "SCORECARD" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE SC-MONTH TO SCT-MONTH.
           MOVE SC-LEAD TO SCT-LEAD.
           MOVE SC-MINOT TO SCT-MINOT.
           MOVE SC-MINFILL TO SCT-MINFILL.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM SC-TITLE AFTER ADVANCING 2.
           WRITE OUTREC-HDG FROM SC-RULE-LINE.
           WRITE OUTREC-HDG FROM SC-HDG AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY SC-TITLE
               DISPLAY SC-HDG
           END-IF.
           MOVE ZERO TO SC-RANK.
           PERFORM SC-PICK-RTN SC-CNT TIMES.
           MOVE SC-CNT TO SCT-CNT.
           MOVE SC-LOW TO SCT-LOW.
           MOVE SC-UNMAT TO SCT-UNMAT.
           WRITE OUTREC-HDG FROM SC-TOTS AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY SC-TOTS
           END-IF.
           IF SC-FULL IS EQUAL TO "Y"
               OR PT-FULL IS EQUAL TO "Y"
               MOVE SPACES TO SC-LINE
               MOVE "TABLE FULL - PARTIAL" TO SC-LINE (2:20)
               WRITE OUTREC-HDG FROM SC-LINE
               IF BATCH-MODE IS NOT EQUAL TO "Y"
                   DISPLAY SC-LINE
               END-IF
           END-IF.
           CLOSE OUTFILE.
       SC-PICK-RTN.
           MOVE ZERO TO SC-BEST.
           PERFORM SC-BEST-SCAN-RTN
               VARYING SC-NDX FROM 1 BY 1
               UNTIL SC-NDX IS GREATER THAN SC-CNT.
           IF SC-BEST IS GREATER THAN ZERO
               MOVE "Y" TO SC-DONE (SC-BEST)
               ADD 1 TO SC-RANK
               MOVE SC-RANK TO SCX-RANK
               MOVE SC-SUPP (SC-BEST) TO SCX-SUPP
               MOVE SC-NAME (SC-BEST) TO SCX-NAME
               MOVE SC-LINES (SC-BEST) TO SCX-LINES
               MOVE SC-AVGLEAD (SC-BEST) TO SCX-LEAD
               MOVE SC-OTPCT (SC-BEST) TO SCX-OTPCT
               MOVE SC-FILLPCT (SC-BEST) TO SCX-FILLPCT
               MOVE SC-SHORT (SC-BEST) TO SCX-SHORT
               MOVE SC-OVERDUE (SC-BEST) TO SCX-OVERDUE
               MOVE SC-RETPCT (SC-BEST) TO SCX-RETPCT
               MOVE SC-FLAG (SC-BEST) TO SCX-FLAG
               WRITE OUTREC-HDG FROM SC-LINE
               IF BATCH-MODE IS NOT EQUAL TO "Y"
                   DISPLAY SC-LINE
               END-IF
           END-IF.
       SC-BEST-SCAN-RTN.
           IF SC-DONE (SC-NDX) IS EQUAL TO "N"
               IF SC-BEST IS EQUAL TO ZERO
                   MOVE SC-NDX TO SC-BEST
               ELSE IF SC-SCORE (SC-NDX)
                   IS GREATER THAN SC-SCORE (SC-BEST)
                   MOVE SC-NDX TO SC-BEST
               END-IF
           END-IF.
       SC-SAVE-RTN.
           OPEN OUTPUT SCRFILE.
           PERFORM SC-SAVE-ONE-RTN
               VARYING SC-NDX FROM 1 BY 1
               UNTIL SC-NDX IS GREATER THAN SC-CNT.
           CLOSE SCRFILE.
       SC-SAVE-ONE-RTN.
           MOVE SPACES TO SCR-REC.
           MOVE SC-SUPP (SC-NDX) TO SCR-SUPP.
           MOVE SC-MONTH TO SCR-MONTH.
           MOVE SC-AVGLEAD (SC-NDX) TO SCR-LEAD.
           MOVE SC-OTPCT (SC-NDX) TO SCR-OTPCT.
           MOVE SC-FILLPCT (SC-NDX) TO SCR-FILLPCT.
           MOVE SC-RETPCT (SC-NDX) TO SCR-RETPCT.
           MOVE SC-FLAG (SC-NDX) TO SCR-FLAG.
           WRITE SCR-REC.
       SS-LOAD-RTN.
           MOVE ZERO TO SS-CNT.
           MOVE "NO" TO EOF1.
           OPEN INPUT SCRFILE.
           READ SCRFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM SS-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE SCRFILE.
       SS-LOAD-ONE-RTN.
           IF SCR-SUPP IS NOT EQUAL TO SPACES
               AND SCR-LEAD IS NUMERIC
               AND SS-CNT IS LESS THAN 200
               ADD 1 TO SS-CNT
               MOVE SCR-SUPP TO SS-SUPP (SS-CNT)
               MOVE SCR-LEAD TO SS-LEAD (SS-CNT)
               MOVE SCR-FLAG TO SS-FLAG (SS-CNT)
           END-IF.
           READ SCRFILE AT END MOVE "YES" TO EOF1
           END-READ.
       TRD-SLOW-RTN.
           MOVE ZERO TO SS-HIT.
           PERFORM TRD-SLOW-SCAN-RTN
               VARYING SS-NDX FROM 1 BY 1
               UNTIL SS-NDX IS GREATER THAN SS-CNT
               OR SS-HIT IS GREATER THAN ZERO.
           IF SS-HIT IS GREATER THAN ZERO
               IF SS-FLAG (SS-HIT) IS EQUAL TO "LOW"
                   MOVE "Y" TO TRD-SLOW
                   MULTIPLY TRD-AVG BY SS-LEAD (SS-HIT) GIVING TRD-WK
                   DIVIDE TRD-WK BY 30 GIVING TRD-SAFE ROUNDED
                       ON SIZE ERROR
                           MOVE 9999999 TO TRD-SAFE
                   END-DIVIDE
                   ADD TRD-SAFE TO TRD-SROP
                       ON SIZE ERROR
                           MOVE 9999999 TO TRD-SROP
                   END-ADD
               END-IF
           END-IF.
       TRD-SLOW-SCAN-RTN.
           IF SS-SUPP (SS-NDX) IS EQUAL TO TRD-PS-SUPP
               MOVE SS-NDX TO SS-HIT
           END-IF.
       SO-DLV-WRITE-RTN.
           ACCEPT DLV-TODAY FROM DATE.
           OPEN EXTEND DLVFILE.
           PERFORM SO-DLV-ONE-RTN
               VARYING SO-NDX FROM 1 BY 1
               UNTIL SO-NDX IS GREATER THAN SO-CNT.
           CLOSE DLVFILE.
       SO-DLV-ONE-RTN.
           IF SO-QTY (SO-NDX) IS GREATER THAN ZERO
               MOVE SPACES TO DLV-REC
               MOVE SO-ORDNO TO DLV-ORDNO
               MOVE SO-CUST TO DLV-CUST
               MOVE SO-CODE (SO-NDX) TO DLV-CODE
               MOVE SO-QTY (SO-NDX) TO DLV-QTY
               MOVE ZERO TO DLV-DQTY
               MOVE "W" TO DLV-STAT
               MOVE SO-LOC TO DLV-LOC
               MOVE SO-CROUTE TO DLV-ROUTE
               MOVE DLV-TODAY TO DLV-ODATE
               MOVE ZERO TO DLV-RUN
               MOVE ZERO TO DLV-LDATE
               MOVE ZERO TO DLV-DDATE
               MOVE OPERATOR-ID TO DLV-OPID
               WRITE DLV-REC
           END-IF.
       DLV-RUN-RTN.
           DISPLAY (13, 10) "ROUTE (BLANK=UNROUTED):".
           ACCEPT (13, 35) DLV-WROUTE.
           DISPLAY (14, 10) "VEHICLE:".
           ACCEPT (14, 35) DLV-WVEH.
           DISPLAY (15, 10) "DRIVER:".
           ACCEPT (15, 35) DLV-WDRIVER.
           PERFORM DLV-LOAD-RTN.
           MOVE ZERO TO DLV-LINES.
           PERFORM DLV-RUN-COUNT-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           IF DLV-WVEH IS EQUAL TO SPACES
               DISPLAY (17, 10) "VEHICLE REQUIRED"
           ELSE IF DL-FULL IS EQUAL TO "Y"
               DISPLAY (17, 10) "DELIVERY TABLE FULL - NOT UPDATED"
           ELSE IF DLV-LINES IS EQUAL TO ZERO
               DISPLAY (17, 10) "NO ORDERS WAITING FOR THAT ROUTE"
           ELSE
               DISPLAY (17, 10) "LINES WAITING:"
               DISPLAY (17, 26) DLV-LINES
               DISPLAY (18, 10) "LOAD THEM ON THIS RUN? (Y/N):"
               ACCEPT (18, 41) ANS
               IF ANS IS EQUAL TO "Y"
                   PERFORM DLV-NUMBER-RTN
                   ACCEPT DLV-TODAY FROM DATE
                   PERFORM DLV-RUN-MARK-RTN
                       VARYING DL-NDX FROM 1 BY 1
                       UNTIL DL-NDX IS GREATER THAN DL-CNT
                   PERFORM DLV-SAVE-RTN
                   PERFORM DLV-MANIFEST-RTN
                   PERFORM DLV-SHEET-RTN
                   DISPLAY (20, 10) "RUN"
                   DISPLAY (20, 14) DLV-CURNO
                   DISPLAY (20, 21)
                       "LOADED - MANIFEST AND DRIVER SHEET PRINTED"
               END-IF
           END-IF.
       DLV-RUN-COUNT-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
               AND DLF-ROUTE (DL-NDX) IS EQUAL TO DLV-WROUTE
               ADD 1 TO DLV-LINES
           END-IF.
       DLV-RUN-MARK-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
               AND DLF-ROUTE (DL-NDX) IS EQUAL TO DLV-WROUTE
               MOVE "L" TO DLF-STAT (DL-NDX)
               MOVE DLV-CURNO TO DLF-RUN (DL-NDX)
               MOVE DLV-WVEH TO DLF-VEH (DL-NDX)
               MOVE DLV-WDRIVER TO DLF-DRIVER (DL-NDX)
               MOVE DLV-TODAY TO DLF-LDATE (DL-NDX)
           END-IF.
       DLV-MANIFEST-RTN.
           MOVE "MANIFEST" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE "LOADING MANIFEST" TO DLMT-NAME.
           MOVE DLV-CURNO TO DLMT-RUN.
           MOVE DLV-TODAY TO DLMT-DATE.
           MOVE DLV-WROUTE TO DLMI-ROUTE.
           MOVE DLV-WVEH TO DLMI-VEH.
           MOVE DLV-WDRIVER TO DLMI-DRIVER.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM DLM-TITLE AFTER ADVANCING 2.
           WRITE OUTREC-HDG FROM DLM-INFO.
           WRITE OUTREC-HDG FROM DLM-HDG AFTER ADVANCING 2.
           MOVE ZERO TO DLV-ORDS.
           MOVE ZERO TO DLV-LINES.
           MOVE ZERO TO DLV-UNITS.
           MOVE ZERO TO DLV-LAST-ORD.
           OPEN INPUT INFILE.
           PERFORM DLV-MANIFEST-ONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           CLOSE INFILE.
           MOVE DLV-ORDS TO DLMT-ORDS.
           MOVE DLV-LINES TO DLMT-LINES.
           MOVE DLV-UNITS TO DLMT-UNITS.
           WRITE OUTREC-HDG FROM DLM-TOTS AFTER ADVANCING 2.
           CLOSE OUTFILE.
       DLV-MANIFEST-ONE-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "L"
               AND DLF-RUN (DL-NDX) IS EQUAL TO DLV-CURNO
               IF DLF-ORDNO (DL-NDX) IS NOT EQUAL TO DLV-LAST-ORD
                   ADD 1 TO DLV-ORDS
                   MOVE DLF-ORDNO (DL-NDX) TO DLV-LAST-ORD
               END-IF
               ADD 1 TO DLV-LINES
               ADD DLF-QTY (DL-NDX) TO DLV-UNITS
               PERFORM DLV-NAME-RTN
               MOVE DLF-ORDNO (DL-NDX) TO DLML-ORDNO
               MOVE DLF-CUST (DL-NDX) TO DLML-CUST
               MOVE DLF-CODE (DL-NDX) TO DLML-CODE
               MOVE PRODUCTNAME TO DLML-NAME
               MOVE DLF-QTY (DL-NDX) TO DLML-QTY
               MOVE DLF-LOC (DL-NDX) TO DLML-LOC
               MOVE "[    ]" TO DLML-CHK
               WRITE OUTREC-HDG FROM DLM-LINE
           END-IF.
       DLV-NAME-RTN.
           MOVE DLF-CODE (DL-NDX) TO PRODUCTCODE.
           READ INFILE KEY IS PRODUCTCODE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PRODUCTNAME
           END-READ.
       DLV-SHEET-RTN.
           PERFORM CM-LOAD-RTN.
           MOVE "DRIVERSHEET" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           MOVE "DRIVER DELIVERY SHEET" TO DLMT-NAME.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM DLM-TITLE AFTER ADVANCING 2.
           WRITE OUTREC-HDG FROM DLM-INFO.
           MOVE ZERO TO DLV-LAST-ORD.
           OPEN INPUT INFILE.
           PERFORM DLV-SHEET-ONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           CLOSE INFILE.
           IF DLV-LAST-ORD IS GREATER THAN ZERO
               WRITE OUTREC-HDG FROM DLS-SIGN-LINE AFTER ADVANCING 2
           END-IF.
           CLOSE OUTFILE.
       DLV-SHEET-ONE-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "L"
               AND DLF-RUN (DL-NDX) IS EQUAL TO DLV-CURNO
               IF DLF-ORDNO (DL-NDX) IS NOT EQUAL TO DLV-LAST-ORD
                   IF DLV-LAST-ORD IS GREATER THAN ZERO
                       WRITE OUTREC-HDG FROM DLS-SIGN-LINE
                           AFTER ADVANCING 2
                   END-IF
                   MOVE DLF-ORDNO (DL-NDX) TO DLV-LAST-ORD
                   PERFORM DLV-SHEET-CUST-RTN
               END-IF
               PERFORM DLV-NAME-RTN
               MOVE DLF-CODE (DL-NDX) TO DLSL-CODE
               MOVE PRODUCTNAME TO DLSL-NAME
               MOVE DLF-QTY (DL-NDX) TO DLSL-QTY
               WRITE OUTREC-HDG FROM DLS-LINE
           END-IF.
       DLV-SHEET-CUST-RTN.
           MOVE DLF-ORDNO (DL-NDX) TO DLSO-ORDNO.
           MOVE DLF-CUST (DL-NDX) TO DLSO-CUST.
           MOVE DLF-CUST (DL-NDX) TO CM-WCODE.
           PERFORM CM-FIND-RTN.
           IF CM-HIT IS GREATER THAN ZERO
               MOVE CMF-NAME (CM-HIT) TO DLSO-NAME
               MOVE CMF-ADDR (CM-HIT) TO DLSA-ADDR
               MOVE CMF-CONTACT (CM-HIT) TO DLSA-CONTACT
           ELSE
               MOVE "(NOT ON FILE)" TO DLSO-NAME
               MOVE SPACES TO DLSA-ADDR
               MOVE SPACES TO DLSA-CONTACT
           END-IF.
           WRITE OUTREC-HDG FROM DLS-ORD-LINE AFTER ADVANCING 3.
           WRITE OUTREC-HDG FROM DLS-ADDR-LINE.
       DLV-NUMBER-RTN.
           OPEN INPUT DLCFILE.
           READ DLCFILE AT END MOVE ZERO TO DLN-LAST END-READ.
           CLOSE DLCFILE.
           IF DLN-LAST IS NOT NUMERIC
               MOVE ZERO TO DLN-LAST
               DISPLAY (23, 10) "DELIVERY RUN SEQUENCE RESET TO ZERO"
           END-IF.
           ADD 1 TO DLN-LAST
               ON SIZE ERROR
                   MOVE 1 TO DLN-LAST
                   DISPLAY (23, 10) "DELIVERY RUN SEQUENCE RESTARTED"
           END-ADD.
           MOVE DLN-LAST TO DLV-CURNO.
           OPEN OUTPUT DLCFILE.
           WRITE DLN-REC.
           CLOSE DLCFILE.
       DLV-CONF-RTN.
           DISPLAY (13, 10) "SALES ORDER NO:".
           ACCEPT (13, 31) DLV-WORDNO.
           PERFORM DLV-LOAD-RTN.
           MOVE ZERO TO DLV-LINES.
           MOVE ZERO TO DLV-WAIT.
           MOVE ZERO TO DL-HIT.
           IF DLV-WORDNO IS NUMERIC
               PERFORM DLV-CONF-SCAN-RTN
                   VARYING DL-NDX FROM 1 BY 1
                   UNTIL DL-NDX IS GREATER THAN DL-CNT
           END-IF.
           IF DLV-WORDNO IS NOT NUMERIC
               DISPLAY (15, 10) "ORDER NO MUST BE NUMERIC"
           ELSE IF DL-FULL IS EQUAL TO "Y"
               DISPLAY (15, 10) "DELIVERY TABLE FULL - NOT UPDATED"
           ELSE IF DLV-LINES IS EQUAL TO ZERO
               AND DLV-WAIT IS GREATER THAN ZERO
               DISPLAY (15, 10) "ORDER NOT YET LOADED ON A RUN"
           ELSE IF DLV-LINES IS EQUAL TO ZERO
               DISPLAY (15, 10) "NO DELIVERY OUT FOR THAT ORDER"
           ELSE
               DISPLAY (13, 40) "CUSTOMER:"
               DISPLAY (13, 50) DLF-CUST (DL-HIT)
               DISPLAY (14, 40) "RUN:"
               DISPLAY (14, 50) DLF-RUN (DL-HIT)
               DISPLAY (14, 58) DLF-VEH (DL-HIT)
               PERFORM DLV-CONF-ASK-RTN
           END-IF.
       DLV-CONF-SCAN-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               IF DLF-STAT (DL-NDX) IS EQUAL TO "L"
                   ADD 1 TO DLV-LINES
                   IF DL-HIT IS EQUAL TO ZERO
                       MOVE DL-NDX TO DL-HIT
                   END-IF
               ELSE IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
                   ADD 1 TO DLV-WAIT
               END-IF
           END-IF.
       DLV-CONF-ASK-RTN.
           MOVE "N" TO DLV-BAD.
           MOVE "Y" TO LOC-ROOM.
           MOVE SPACES TO DLV-DISP.
           DISPLAY (15, 10) "DELIVERY DATE (YYMMDD, BLANK=TODAY):".
           ACCEPT (15, 48) DLV-WDATE.
           DISPLAY (16, 10) "DELIVERED, PARTIAL OR REFUSED? (D/P/R):".
           ACCEPT (16, 51) DLV-RESULT.
           ACCEPT DLV-TODAY FROM DATE.
           IF DLV-WDATE IS EQUAL TO SPACES
               MOVE DLV-TODAY TO DLV-WDATE
           END-IF.
           IF DLV-WDATE IS NUMERIC
               MOVE DLV-WDATE TO DLV-DDATE-W
           ELSE
               MOVE ZERO TO DLV-DDATE-W
           END-IF.
           IF DLV-DMM IS LESS THAN 1
               OR DLV-DMM IS GREATER THAN 12
               OR DLV-DDD IS LESS THAN 1
               OR DLV-DDD IS GREATER THAN 31
               DISPLAY (18, 10) "DATE MUST BE YYMMDD - NOT CONFIRMED"
           ELSE IF DLV-DDATE-W IS GREATER THAN DLV-TODAY
               DISPLAY (18, 10) "DATE IS IN THE FUTURE - NOT CONFIRMED"
           ELSE IF DLV-RESULT IS NOT EQUAL TO "D"
               AND DLV-RESULT IS NOT EQUAL TO "P"
               AND DLV-RESULT IS NOT EQUAL TO "R"
               DISPLAY (18, 10) "RESULT MUST BE D, P OR R"
           ELSE IF DLV-RESULT IS EQUAL TO "D"
               PERFORM DLV-CONF-POST-RTN
           ELSE
               DISPLAY (17, 10)
                   "GOODS BACK: GOOD STOCK OR DAMAGED? (G/D):"
               ACCEPT (17, 53) DLV-DISP
               IF DLV-DISP IS NOT EQUAL TO "G"
                   AND DLV-DISP IS NOT EQUAL TO "D"
                   DISPLAY (18, 10) "DISPOSITION MUST BE G OR D"
               ELSE
                   IF DLV-RESULT IS EQUAL TO "P"
                       PERFORM DLV-CONF-QTY-RTN
                           VARYING DL-NDX FROM 1 BY 1
                           UNTIL DL-NDX IS GREATER THAN DL-CNT
                   END-IF
                   IF DLV-DISP IS EQUAL TO "G"
                       PERFORM DLV-ROOM-RTN
                   END-IF
                   IF DLV-BAD IS EQUAL TO "Y"
                       DISPLAY (20, 10)
                           "DELIVERED QTY INVALID - NOT CONFIRMED"
                   ELSE
                       IF LOC-ROOM IS EQUAL TO "N"
                           DISPLAY (20, 10)
                               "LOCATION TABLE FULL - NOT CONFIRMED"
                       ELSE
                           PERFORM DLV-CONF-POST-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       DLV-CONF-QTY-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               AND DLV-BAD IS EQUAL TO "N"
               DISPLAY (18, 10) DLF-CODE (DL-NDX)
               DISPLAY (18, 20) "SHIPPED:"
               DISPLAY (18, 30) DLF-QTY (DL-NDX)
               DISPLAY (18, 38) "DELIVERED:"
               ACCEPT (18, 50) DLV-WQTY
               IF DLV-WQTY IS NOT NUMERIC
                   OR DLV-WQTY IS GREATER THAN DLF-QTY (DL-NDX)
                   MOVE "Y" TO DLV-BAD
               ELSE
                   MOVE DLV-WQTY TO DLF-DQTY (DL-NDX)
               END-IF
           END-IF.
       DLV-ROOM-RTN.
           PERFORM LOC-LOAD-RTN.
           PERFORM LS-LOAD-RTN.
           MOVE ZERO TO LOC-NEW.
           PERFORM DLV-ROOM-ONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
       DLV-ROOM-ONE-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               MOVE DLF-CODE (DL-NDX) TO PRODUCTCODE
               MOVE DLF-LOC (DL-NDX) TO LOC-WLOC
               IF LOC-WLOC IS EQUAL TO SPACES
                   MOVE LC-HOME TO LOC-WLOC
               END-IF
               PERFORM LOC-ROOM-RTN
           END-IF.
       DLV-CONF-POST-RTN.
           MOVE ZERO TO DLV-SHORT.
           MOVE ZERO TO DLV-DTOT.
           PERFORM DLV-CONF-SET-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           IF DLV-DTOT IS EQUAL TO ZERO
               MOVE "R" TO DLV-OSTAT
           ELSE IF DLV-SHORT IS EQUAL TO ZERO
               MOVE "D" TO DLV-OSTAT
           ELSE
               MOVE "P" TO DLV-OSTAT
           END-IF.
           IF DLV-SHORT IS GREATER THAN ZERO
               IF DLV-DISP IS EQUAL TO "G"
                   PERFORM LOC-LOAD-RTN
                   PERFORM LS-LOAD-RTN
                   OPEN I-O INFILE
                   OPEN EXTEND AUDFILE
                   PERFORM DLV-STOCK-RTN
                       VARYING DL-NDX FROM 1 BY 1
                       UNTIL DL-NDX IS GREATER THAN DL-CNT
                   CLOSE INFILE, AUDFILE
                   PERFORM LS-SAVE-GUARD-RTN
               ELSE
                   PERFORM DLV-QUAR-RTN
                       VARYING DL-NDX FROM 1 BY 1
                       UNTIL DL-NDX IS GREATER THAN DL-CNT
               END-IF
           END-IF.
           OPEN EXTEND DLHFILE.
           PERFORM DLV-CONF-DONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           CLOSE DLHFILE.
           PERFORM DLV-SAVE-RTN.
           PERFORM DLV-INV-RTN.
           IF DLV-OSTAT IS EQUAL TO "D"
               DISPLAY (21, 10) "ORDER CONFIRMED DELIVERED"
           ELSE IF DLV-OSTAT IS EQUAL TO "P"
               DISPLAY (21, 10) "ORDER CONFIRMED PART-DELIVERED"
           ELSE
               DISPLAY (21, 10) "ORDER CONFIRMED REFUSED"
           END-IF.
       DLV-CONF-SET-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               IF DLV-RESULT IS EQUAL TO "D"
                   MOVE DLF-QTY (DL-NDX) TO DLF-DQTY (DL-NDX)
               ELSE IF DLV-RESULT IS EQUAL TO "R"
                   MOVE ZERO TO DLF-DQTY (DL-NDX)
               END-IF
               ADD DLF-DQTY (DL-NDX) TO DLV-DTOT
               SUBTRACT DLF-DQTY (DL-NDX) FROM DLF-QTY (DL-NDX)
                   GIVING DLV-WQTY
               ADD DLV-WQTY TO DLV-SHORT
           END-IF.
       DLV-STOCK-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               AND DLF-DQTY (DL-NDX) IS LESS THAN DLF-QTY (DL-NDX)
               SUBTRACT DLF-DQTY (DL-NDX) FROM DLF-QTY (DL-NDX)
                   GIVING DLV-WQTY
               MOVE DLF-ORDNO (DL-NDX) TO RET-ORDNO
               MOVE DLF-CODE (DL-NDX) TO RET-CODE
               PERFORM RET-DISP-FIND-RTN
               MOVE DLF-CODE (DL-NDX) TO PRODUCTCODE
               READ INFILE KEY IS PRODUCTCODE
                   INVALID KEY
                       MOVE DLF-CODE (DL-NDX) TO EXC-CODE
                       MOVE "NOT ON FILE - NO RESTOCK" TO EXC-MSG
                       DISPLAY EXC-LINE
                   NOT INVALID KEY
                       MOVE QUANTITY TO AUD-OLDQTY
                       MOVE PRICE TO AUD-OLDPRI
                       ADD DLV-WQTY TO QUANTITY
                           ON SIZE ERROR
                               MOVE DLF-CODE (DL-NDX) TO EXC-CODE
                               MOVE "QTY OVER CAPACITY" TO EXC-MSG
                               DISPLAY EXC-LINE
                           NOT ON SIZE ERROR
                               PERFORM DLV-STOCK-UPD-RTN
                       END-ADD
               END-READ
           END-IF.
       DLV-STOCK-UPD-RTN.
           REWRITE INREC
               INVALID KEY
                   MOVE DLF-CODE (DL-NDX) TO EXC-CODE
                   MOVE "RESTOCK FAILED" TO EXC-MSG
                   DISPLAY EXC-LINE
               NOT INVALID KEY
                   MOVE "RETCUS" TO AUD-ACTION
                   MOVE AUD-OLDQTY TO AUD-OLD-QTY
                   MOVE AUD-OLDPRI TO AUD-OLD-PRICE
                   MOVE QUANTITY TO AUD-NEW-QTY
                   IF RET-FOUND IS EQUAL TO "Y"
                       MOVE RET-DPRICE TO AUD-NEW-PRICE
                   ELSE
                       MOVE PRICE TO AUD-NEW-PRICE
                   END-IF
                   PERFORM AUDIT-RTN
                   MOVE DLF-LOC (DL-NDX) TO LOC-WLOC
                   IF LOC-WLOC IS EQUAL TO SPACES
                       MOVE LC-HOME TO LOC-WLOC
                   END-IF
                   MOVE DLV-WQTY TO LOC-DELTA
                   PERFORM LOC-POST-RTN
           END-REWRITE.
       DLV-QUAR-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               AND DLF-DQTY (DL-NDX) IS LESS THAN DLF-QTY (DL-NDX)
               SUBTRACT DLF-DQTY (DL-NDX) FROM DLF-QTY (DL-NDX)
                   GIVING RET-QTY
               MOVE DLF-CODE (DL-NDX) TO RET-CODE
               MOVE DLF-ORDNO (DL-NDX) TO RET-ORDNO
               MOVE DLF-CUST (DL-NDX) TO RET-CUST
               PERFORM RET-QUAR-POST-RTN
           END-IF.
       DLV-CONF-DONE-RTN.
           IF DLF-ORDNO (DL-NDX) IS EQUAL TO DLV-WORDNO
               AND DLF-STAT (DL-NDX) IS EQUAL TO "L"
               MOVE DLV-OSTAT TO DLF-STAT (DL-NDX)
               MOVE DLV-DDATE-W TO DLF-DDATE (DL-NDX)
               MOVE OPERATOR-ID TO DLF-OPID (DL-NDX)
               MOVE DL-RAW (DL-NDX) TO DLH-REC
               WRITE DLH-REC
           END-IF.
       DLV-INV-RTN.
           PERFORM INV-LOAD-RTN.
           MOVE ZERO TO IV-HIT.
           PERFORM DLV-INV-SCAN-RTN
               VARYING IV-NDX FROM 1 BY 1
               UNTIL IV-NDX IS GREATER THAN IV-CNT
               OR IV-HIT IS GREATER THAN ZERO.
           IF IV-HIT IS EQUAL TO ZERO
               DISPLAY (22, 10) "NO INVOICE FOR THIS ORDER"
           ELSE IF IV-FULL IS EQUAL TO "Y"
               DISPLAY (22, 10) "INVOICE TABLE FULL - DUE DATE NOT SET"
           ELSE
               MOVE DLV-DDATE-W TO IVT-DDATE (IV-HIT)
               PERFORM INV-SAVE-RTN
           END-IF.
       DLV-INV-SCAN-RTN.
           IF IVT-ORDNO (IV-NDX) IS EQUAL TO DLV-WORDNO
               MOVE IV-NDX TO IV-HIT
           END-IF.
       DLV-OPEN-RTN.
           ACCEPT DLV-TODAY FROM DATE.
           MOVE DLV-TODAY TO AGE-WDATE.
           PERFORM AGE-DAYS-RTN.
           MOVE AGE-IDAYS TO DLV-TDAYS.
           PERFORM DLV-LOAD-RTN.
           MOVE "UNDELIVERED" TO RPT-TYPE.
           PERFORM RPT-OPEN-RTN.
           WRITE OUTREC-HDG FROM HDG1.
           WRITE OUTREC-HDG FROM DLU-HDG AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY SCR
               DISPLAY HDG1
                       DLU-HDG
           END-IF.
           MOVE ZERO TO DLV-ORDS.
           MOVE ZERO TO DLV-LINES.
           MOVE ZERO TO DLV-OLD.
           MOVE ZERO TO DLV-LAST-ORD.
           PERFORM DLV-OPEN-ONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           MOVE DLV-ORDS TO DLUT-ORDS.
           MOVE DLV-LINES TO DLUT-LINES.
           MOVE DLV-ODAYS TO DLUT-DAYS.
           MOVE DLV-OLD TO DLUT-OLD.
           WRITE OUTREC-HDG FROM DLU-TOTS AFTER ADVANCING 2.
           IF BATCH-MODE IS NOT EQUAL TO "Y"
               DISPLAY DLU-TOTS
           END-IF.
           IF DL-FULL IS EQUAL TO "Y"
               MOVE SPACES TO DLU-LINE
               MOVE "TABLE FULL - PARTIAL" TO DLU-LINE (2:20)
               WRITE OUTREC-HDG FROM DLU-LINE
               IF BATCH-MODE IS NOT EQUAL TO "Y"
                   DISPLAY DLU-LINE
               END-IF
           END-IF.
           CLOSE OUTFILE.
       DLV-OPEN-ONE-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
               OR DLF-STAT (DL-NDX) IS EQUAL TO "L"
               ADD 1 TO DLV-LINES
               MOVE ZERO TO DLV-DAYS
               IF DLF-ODATE (DL-NDX) IS NUMERIC
                   MOVE DLF-ODATE (DL-NDX) TO AGE-WDATE
                   PERFORM AGE-DAYS-RTN
                   SUBTRACT AGE-IDAYS FROM DLV-TDAYS GIVING DLV-DAYS
               END-IF
               IF DLV-DAYS IS LESS THAN ZERO
                   MOVE ZERO TO DLV-DAYS
               END-IF
               MOVE SPACES TO DLUL-FLAG
               IF DLV-DAYS IS GREATER THAN DLV-ODAYS
                   MOVE "OLD" TO DLUL-FLAG
               END-IF
               IF DLF-ORDNO (DL-NDX) IS NOT EQUAL TO DLV-LAST-ORD
                   ADD 1 TO DLV-ORDS
                   MOVE DLF-ORDNO (DL-NDX) TO DLV-LAST-ORD
                   IF DLUL-FLAG IS NOT EQUAL TO SPACES
                       ADD 1 TO DLV-OLD
                   END-IF
               END-IF
               MOVE DLF-ORDNO (DL-NDX) TO DLUL-ORDNO
               MOVE DLF-CUST (DL-NDX) TO DLUL-CUST
               MOVE DLF-ROUTE (DL-NDX) TO DLUL-ROUTE
               IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
                   MOVE "WAIT" TO DLUL-STAT
                   MOVE SPACES TO DLUL-RUN
                   MOVE SPACES TO DLUL-VEH
               ELSE
                   MOVE "OUT" TO DLUL-STAT
                   MOVE DLF-RUN (DL-NDX) TO DLUL-RUN
                   MOVE DLF-VEH (DL-NDX) TO DLUL-VEH
               END-IF
               MOVE DLF-ODATE (DL-NDX) TO DLUL-ODATE
               MOVE DLV-DAYS TO DLUL-DAYS
               MOVE DLF-CODE (DL-NDX) TO DLUL-CODE
               MOVE DLF-QTY (DL-NDX) TO DLUL-QTY
               WRITE OUTREC-HDG FROM DLU-LINE
               IF BATCH-MODE IS NOT EQUAL TO "Y"
                   DISPLAY DLU-LINE
               END-IF
           END-IF.
       DLV-LOAD-RTN.
           MOVE ZERO TO DL-CNT.
           MOVE "N" TO DL-FULL.
           MOVE "NO" TO EOF1.
           OPEN INPUT DLVFILE.
           READ DLVFILE AT END MOVE "YES" TO EOF1 END-READ.
           PERFORM DLV-LOAD-ONE-RTN UNTIL EOF1 IS EQUAL TO "YES".
           CLOSE DLVFILE.
       DLV-LOAD-ONE-RTN.
           IF DLV-ORDNO IS NUMERIC
               AND DLV-QTY IS NUMERIC
               IF DL-CNT IS LESS THAN 999
                   ADD 1 TO DL-CNT
                   MOVE DLV-REC TO DL-RAW (DL-CNT)
                   IF DLF-DQTY (DL-CNT) IS NOT NUMERIC
                       MOVE ZERO TO DLF-DQTY (DL-CNT)
                   END-IF
               ELSE
                   MOVE "Y" TO DL-FULL
               END-IF
           END-IF.
           READ DLVFILE AT END MOVE "YES" TO EOF1
           END-READ.
       DLV-SAVE-RTN.
           OPEN OUTPUT DLVFILE.
           PERFORM DLV-SAVE-ONE-RTN
               VARYING DL-NDX FROM 1 BY 1
               UNTIL DL-NDX IS GREATER THAN DL-CNT.
           CLOSE DLVFILE.
       DLV-SAVE-ONE-RTN.
           IF DLF-STAT (DL-NDX) IS EQUAL TO "W"
               OR DLF-STAT (DL-NDX) IS EQUAL TO "L"
               MOVE DL-RAW (DL-NDX) TO DLV-REC
               WRITE DLV-REC
           END-IF.
       DLV-OPEN-ASK-RTN.
           DISPLAY (13, 10) "FLAG ORDERS OLDER THAN (DAYS, BLANK=2):".
           ACCEPT (13, 50) DLV-WDAYS.
           IF DLV-WDAYS IS NUMERIC
               MOVE DLV-WDAYS TO DLV-ODAYS
           ELSE
               MOVE 2 TO DLV-ODAYS
           END-IF.
           PERFORM DLV-OPEN-RTN.
       ARCH-READ-CHK-RTN.
           IF EOF IS NOT EQUAL TO "YES"
               AND DISPARCH-STATUS IS NOT EQUAL TO "00"
