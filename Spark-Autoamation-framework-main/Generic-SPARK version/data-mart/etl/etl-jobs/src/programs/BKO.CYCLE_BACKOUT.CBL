       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKO-CYCLE-BACKOUT.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT BKO-REQUEST-FL ASSIGN TO "BKORQST".
	    SELECT BKO-PHS-PRE-FL ASSIGN TO "PAYHISTI".
	    SELECT BKO-PHS-BAD-FL ASSIGN TO "PAYHISTO".
	    SELECT BKO-PHS-RST-FL ASSIGN TO "PAYHISTR".
	    SELECT BKO-HLD-PRE-FL ASSIGN TO "HELDIN".
	    SELECT BKO-HLD-BAD-FL ASSIGN TO "HELDOUT".
	    SELECT BKO-HLD-RST-FL ASSIGN TO "HELDRST".
	    SELECT BKO-ALD-PRE-FL ASSIGN TO "ADVLDGI".
	    SELECT BKO-ALD-BAD-FL ASSIGN TO "ADVLDGO".
	    SELECT BKO-ALD-RST-FL ASSIGN TO "ADVLDGR".
	    SELECT BKO-STS-PRE-FL ASSIGN TO "STSPRIOR".
	    SELECT BKO-STS-BAD-FL ASSIGN TO "STSOUT".
	    SELECT BKO-STS-RST-FL ASSIGN TO "STSRST".
	    SELECT BKO-CIV-PRE-FL ASSIGN TO "CERTINVI".
	    SELECT BKO-CIV-BAD-FL ASSIGN TO "CERTINVO".
	    SELECT BKO-CIV-RST-FL ASSIGN TO "CERTINVR".
	    SELECT BKO-LOI-PRE-FL ASSIGN TO "LOIPOSI".
	    SELECT BKO-LOI-BAD-FL ASSIGN TO "LOIPOSO".
	    SELECT BKO-LOI-RST-FL ASSIGN TO "LOIPOSR".
	    SELECT BKO-SUS-PRE-FL ASSIGN TO "SUSPIN".
	    SELECT BKO-SUS-BAD-FL ASSIGN TO "SUSPOUT".
	    SELECT BKO-SUS-RST-FL ASSIGN TO "SUSPRST".
	    SELECT BKO-CKR-PRE-FL ASSIGN TO "CHKREGI".
	    SELECT BKO-CKR-BAD-FL ASSIGN TO "CHKREGO".
	    SELECT BKO-CKR-RST-FL ASSIGN TO "CHKREGR".
	    SELECT BKO-YTD-PRE-FL ASSIGN TO "YTDIN".
	    SELECT BKO-YTD-BAD-FL ASSIGN TO "YTDOUT".
	    SELECT BKO-YTD-RST-FL ASSIGN TO "YTDRST".
	    SELECT OPTIONAL BKO-RYT-PRE-FL ASSIGN TO "REPYTDI".
	    SELECT BKO-RYT-BAD-FL ASSIGN TO "REPYTDO".
	    SELECT BKO-RYT-RST-FL ASSIGN TO "REPYTDR".
	    SELECT BKO-PSB-PRE-FL ASSIGN TO "POSBKI".
	    SELECT BKO-PSB-BAD-FL ASSIGN TO "POSBKO".
	    SELECT BKO-PSB-RST-FL ASSIGN TO "POSBKR".
	    SELECT OPTIONAL BKO-CMR-PRE-FL ASSIGN TO "CMREGI".
	    SELECT BKO-CMR-BAD-FL ASSIGN TO "CMREGO".
	    SELECT BKO-CMR-RST-FL ASSIGN TO "CMREGR".
	    SELECT OPTIONAL BKO-ABL-PRE-FL ASSIGN TO "ACBLDGI".
	    SELECT BKO-ABL-BAD-FL ASSIGN TO "ACBLDGO".
	    SELECT BKO-ABL-RST-FL ASSIGN TO "ACBLDGR".
	    SELECT OPTIONAL BKO-ABT-PRE-FL ASSIGN TO "ACBLOTI".
	    SELECT BKO-ABT-BAD-FL ASSIGN TO "ACBLOTO".
	    SELECT BKO-ABT-RST-FL ASSIGN TO "ACBLOTR".
	    SELECT OPTIONAL BKO-ABR-PRE-FL ASSIGN TO "ACBRLZI".
	    SELECT BKO-ABR-BAD-FL ASSIGN TO "ACBRLZO".
	    SELECT BKO-ABR-RST-FL ASSIGN TO "ACBRLZR".
	    SELECT OPTIONAL BKO-AMA-PRE-FL ASSIGN TO "AMLACTI".
	    SELECT BKO-AMA-BAD-FL ASSIGN TO "AMLACTO".
	    SELECT BKO-AMA-RST-FL ASSIGN TO "AMLACTR".
	    SELECT OPTIONAL BKO-AMC-PRE-FL ASSIGN TO "AMLCASEI".
	    SELECT BKO-AMC-BAD-FL ASSIGN TO "AMLCASEO".
	    SELECT BKO-AMC-RST-FL ASSIGN TO "AMLCASER".
	    SELECT OPTIONAL BKO-RMD-PRE-FL ASSIGN TO "RMDMSTI".
	    SELECT BKO-RMD-BAD-FL ASSIGN TO "RMDMSTO".
	    SELECT BKO-RMD-RST-FL ASSIGN TO "RMDMSTR".
	    SELECT OPTIONAL BKO-TRH-PRE-FL ASSIGN TO "TRDHISTI".
	    SELECT BKO-TRH-BAD-FL ASSIGN TO "TRDHISTO".
	    SELECT BKO-TRH-RST-FL ASSIGN TO "TRDHISTR".
	    SELECT OPTIONAL BKO-MKV-PRE-FL ASSIGN TO "MKTVIOLI".
	    SELECT BKO-MKV-BAD-FL ASSIGN TO "MKTVIOLO".
	    SELECT BKO-MKV-RST-FL ASSIGN TO "MKTVIOLR".
	    SELECT OPTIONAL BKO-NRA-PRE-FL ASSIGN TO "NRAYTDI".
	    SELECT BKO-NRA-BAD-FL ASSIGN TO "NRAYTDO".
	    SELECT BKO-NRA-RST-FL ASSIGN TO "NRAYTDR".
	    SELECT OPTIONAL BKO-MNH-PRE-FL ASSIGN TO "MNTHISTI".
	    SELECT BKO-MNH-BAD-FL ASSIGN TO "MNTHISTO".
	    SELECT BKO-MNH-RST-FL ASSIGN TO "MNTHISTR".
	    SELECT OPTIONAL BKO-SNR-PRE-FL ASSIGN TO "SNRHISTI".
	    SELECT BKO-SNR-BAD-FL ASSIGN TO "SNRHISTO".
	    SELECT BKO-SNR-RST-FL ASSIGN TO "SNRHISTR".
	    SELECT OPTIONAL BKO-RTM-PRE-FL ASSIGN TO "RTNMAILI".
	    SELECT BKO-RTM-BAD-FL ASSIGN TO "RTNMAILO".
	    SELECT BKO-RTM-RST-FL ASSIGN TO "RTNMAILR".
	    SELECT OPTIONAL BKO-LGT-PRE-FL ASSIGN TO "LGTMSTI".
	    SELECT BKO-LGT-BAD-FL ASSIGN TO "LGTMSTO".
	    SELECT BKO-LGT-RST-FL ASSIGN TO "LGTMSTR".
	    SELECT OPTIONAL BKO-DUP-PRE-FL ASSIGN TO "DUPNDUPI".
	    SELECT BKO-DUP-BAD-FL ASSIGN TO "DUPNDUPO".
	    SELECT BKO-DUP-RST-FL ASSIGN TO "DUPNDUPR".
	    SELECT OPTIONAL BKO-NLG-PRE-FL ASSIGN TO "NETLOGI".
	    SELECT BKO-NLG-BAD-FL ASSIGN TO "NETLOGO".
	    SELECT BKO-NLG-RST-FL ASSIGN TO "NETLOGR".
	    SELECT OPTIONAL BKO-CSM-PRE-FL ASSIGN TO "CASEMSTI".
	    SELECT BKO-CSM-BAD-FL ASSIGN TO "CASEMSTO".
	    SELECT BKO-CSM-RST-FL ASSIGN TO "CASEMSTR".
	    SELECT OPTIONAL BKO-FCX-PRE-FL ASSIGN TO "FNDCNVI".
	    SELECT BKO-FCX-BAD-FL ASSIGN TO "FNDCNVO".
	    SELECT BKO-FCX-RST-FL ASSIGN TO "FNDCNVR".
	    SELECT BKO-SNP-PRE-FL ASSIGN TO "PRIORFL".
	    SELECT BKO-SNP-BAD-FL ASSIGN TO "SNAPOUT".
	    SELECT BKO-SNP-RST-FL ASSIGN TO "SNAPRST".
	    SELECT OPTIONAL BKO-DML-PRE-FL ASSIGN TO "DMGLNKI".
	    SELECT BKO-DML-BAD-FL ASSIGN TO "DMGLNKO".
	    SELECT BKO-DML-RST-FL ASSIGN TO "DMGLNKR".
	    SELECT BKO-YDT-PRE-FL ASSIGN TO "YTDDETL".
	    SELECT BKO-YDT-BAD-FL ASSIGN TO "YTDDETO".
	    SELECT BKO-YDT-RST-FL ASSIGN TO "YTDDETR".
	    SELECT BKO-ASN-PRE-FL ASSIGN TO "ADRSNAPI".
	    SELECT BKO-ASN-BAD-FL ASSIGN TO "ADRSNAPO".
	    SELECT BKO-ASN-RST-FL ASSIGN TO "ADRSNAPR".
	    SELECT BKO-ACG-PRE-FL ASSIGN TO "ADRCHGI".
	    SELECT BKO-ACG-BAD-FL ASSIGN TO "ADRCHGO".
	    SELECT BKO-ACG-RST-FL ASSIGN TO "ADRCHGR".
	    SELECT BKO-LAC-PRE-FL ASSIGN TO "LASTACTI".
	    SELECT BKO-LAC-BAD-FL ASSIGN TO "LASTACTO".
	    SELECT BKO-LAC-RST-FL ASSIGN TO "LASTACTR".
	    SELECT BKO-PNT-PRE-FL ASSIGN TO "PRENOTEI".
	    SELECT BKO-PNT-BAD-FL ASSIGN TO "PRENOTEO".
	    SELECT BKO-PNT-RST-FL ASSIGN TO "PRENOTER".
	    SELECT BKO-PYO-FEED-CTL-FL ASSIGN TO "PYOFCTL".
	    SELECT BKO-CSH-FEED-CTL-FL ASSIGN TO "CSHFCTL".
	    SELECT BKO-POS-FEED-CTL-FL ASSIGN TO "POSFCTL".
	    SELECT OPTIONAL BKO-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    BACKOUT REQUEST -- THE PROGRAM WHOSE LAST RUN WAS BAD  *
      *    AND THE DATE THAT RUN COMPLETED                        *
      *---------------------------------------------------------*
       FD  BKO-REQUEST-FL.
       01  BKO-REQUEST-RECORD.
           05  BRQ-PROGRAM-ID                PIC X(20).
           05  BRQ-RUN-DATE                  PIC 9(8).
           05  FILLER                        PIC X(52).
      *---------------------------------------------------------*
      *    CARRIED-FORWARD MASTERS -- FOR EACH, THE PRE-RUN       *
      *    GENERATION THE BAD RUN READ, THE GENERATION THE BAD    *
      *    RUN WROTE, AND THE RESTORED GENERATION WRITTEN HERE    *
      *---------------------------------------------------------*
       FD  BKO-PHS-PRE-FL.
       01  BKO-PHS-PRE-RECORD                PIC X(80).
       FD  BKO-PHS-BAD-FL.
       01  BKO-PHS-BAD-RECORD                PIC X(80).
       FD  BKO-PHS-RST-FL.
       01  BKO-PHS-RST-RECORD                PIC X(80).
       FD  BKO-HLD-PRE-FL.
       01  BKO-HLD-PRE-RECORD                PIC X(60).
       FD  BKO-HLD-BAD-FL.
       01  BKO-HLD-BAD-RECORD                PIC X(60).
       FD  BKO-HLD-RST-FL.
       01  BKO-HLD-RST-RECORD                PIC X(60).
       FD  BKO-ALD-PRE-FL.
       01  BKO-ALD-PRE-RECORD                PIC X(60).
       FD  BKO-ALD-BAD-FL.
       01  BKO-ALD-BAD-RECORD                PIC X(60).
       FD  BKO-ALD-RST-FL.
       01  BKO-ALD-RST-RECORD                PIC X(60).
       FD  BKO-STS-PRE-FL.
       01  BKO-STS-PRE-RECORD                PIC X(30).
       FD  BKO-STS-BAD-FL.
       01  BKO-STS-BAD-RECORD                PIC X(30).
       FD  BKO-STS-RST-FL.
       01  BKO-STS-RST-RECORD                PIC X(30).
       FD  BKO-CIV-PRE-FL.
       01  BKO-CIV-PRE-RECORD                PIC X(40).
       FD  BKO-CIV-BAD-FL.
       01  BKO-CIV-BAD-RECORD                PIC X(40).
       FD  BKO-CIV-RST-FL.
       01  BKO-CIV-RST-RECORD                PIC X(40).
       FD  BKO-LOI-PRE-FL.
       01  BKO-LOI-PRE-RECORD                PIC X(60).
       FD  BKO-LOI-BAD-FL.
       01  BKO-LOI-BAD-RECORD                PIC X(60).
       FD  BKO-LOI-RST-FL.
       01  BKO-LOI-RST-RECORD                PIC X(60).
       FD  BKO-SUS-PRE-FL.
       01  BKO-SUS-PRE-RECORD                PIC X(470).
       FD  BKO-SUS-BAD-FL.
       01  BKO-SUS-BAD-RECORD                PIC X(470).
       FD  BKO-SUS-RST-FL.
       01  BKO-SUS-RST-RECORD                PIC X(470).
       FD  BKO-CKR-PRE-FL.
       01  BKO-CKR-PRE-RECORD                PIC X(60).
       FD  BKO-CKR-BAD-FL.
       01  BKO-CKR-BAD-RECORD                PIC X(60).
       FD  BKO-CKR-RST-FL.
       01  BKO-CKR-RST-RECORD                PIC X(60).
       FD  BKO-YTD-PRE-FL.
       01  BKO-YTD-PRE-RECORD                PIC X(50).
       FD  BKO-YTD-BAD-FL.
       01  BKO-YTD-BAD-RECORD                PIC X(50).
       FD  BKO-YTD-RST-FL.
       01  BKO-YTD-RST-RECORD                PIC X(50).
       FD  BKO-RYT-PRE-FL.
       01  BKO-RYT-PRE-RECORD                PIC X(60).
       FD  BKO-RYT-BAD-FL.
       01  BKO-RYT-BAD-RECORD                PIC X(60).
       FD  BKO-RYT-RST-FL.
       01  BKO-RYT-RST-RECORD                PIC X(60).
       FD  BKO-PSB-PRE-FL.
       01  BKO-PSB-PRE-RECORD                PIC X(114).
       FD  BKO-PSB-BAD-FL.
       01  BKO-PSB-BAD-RECORD                PIC X(114).
       FD  BKO-PSB-RST-FL.
       01  BKO-PSB-RST-RECORD                PIC X(114).
       FD  BKO-CMR-PRE-FL.
       01  BKO-CMR-PRE-RECORD                PIC X(100).
       FD  BKO-CMR-BAD-FL.
       01  BKO-CMR-BAD-RECORD                PIC X(100).
       FD  BKO-CMR-RST-FL.
       01  BKO-CMR-RST-RECORD                PIC X(100).
       FD  BKO-ABL-PRE-FL.
       01  BKO-ABL-PRE-RECORD                PIC X(100).
       FD  BKO-ABL-BAD-FL.
       01  BKO-ABL-BAD-RECORD                PIC X(100).
       FD  BKO-ABL-RST-FL.
       01  BKO-ABL-RST-RECORD                PIC X(100).
       FD  BKO-ABT-PRE-FL.
       01  BKO-ABT-PRE-RECORD                PIC X(60).
       FD  BKO-ABT-BAD-FL.
       01  BKO-ABT-BAD-RECORD                PIC X(60).
       FD  BKO-ABT-RST-FL.
       01  BKO-ABT-RST-RECORD                PIC X(60).
       FD  BKO-ABR-PRE-FL.
       01  BKO-ABR-PRE-RECORD                PIC X(234).
       FD  BKO-ABR-BAD-FL.
       01  BKO-ABR-BAD-RECORD                PIC X(234).
       FD  BKO-ABR-RST-FL.
       01  BKO-ABR-RST-RECORD                PIC X(234).
       FD  BKO-AMA-PRE-FL.
       01  BKO-AMA-PRE-RECORD                PIC X(100).
       FD  BKO-AMA-BAD-FL.
       01  BKO-AMA-BAD-RECORD                PIC X(100).
       FD  BKO-AMA-RST-FL.
       01  BKO-AMA-RST-RECORD                PIC X(100).
       FD  BKO-AMC-PRE-FL.
       01  BKO-AMC-PRE-RECORD                PIC X(180).
       FD  BKO-AMC-BAD-FL.
       01  BKO-AMC-BAD-RECORD                PIC X(180).
       FD  BKO-AMC-RST-FL.
       01  BKO-AMC-RST-RECORD                PIC X(180).
       FD  BKO-RMD-PRE-FL.
       01  BKO-RMD-PRE-RECORD                PIC X(200).
       FD  BKO-RMD-BAD-FL.
       01  BKO-RMD-BAD-RECORD                PIC X(200).
       FD  BKO-RMD-RST-FL.
       01  BKO-RMD-RST-RECORD                PIC X(200).
       FD  BKO-TRH-PRE-FL.
       01  BKO-TRH-PRE-RECORD                PIC X(80).
       FD  BKO-TRH-BAD-FL.
       01  BKO-TRH-BAD-RECORD                PIC X(80).
       FD  BKO-TRH-RST-FL.
       01  BKO-TRH-RST-RECORD                PIC X(80).
       FD  BKO-MKV-PRE-FL.
       01  BKO-MKV-PRE-RECORD                PIC X(90).
       FD  BKO-MKV-BAD-FL.
       01  BKO-MKV-BAD-RECORD                PIC X(90).
       FD  BKO-MKV-RST-FL.
       01  BKO-MKV-RST-RECORD                PIC X(90).
       FD  BKO-NRA-PRE-FL.
       01  BKO-NRA-PRE-RECORD                PIC X(100).
       FD  BKO-NRA-BAD-FL.
       01  BKO-NRA-BAD-RECORD                PIC X(100).
       FD  BKO-NRA-RST-FL.
       01  BKO-NRA-RST-RECORD                PIC X(100).
       FD  BKO-MNH-PRE-FL.
       01  BKO-MNH-PRE-RECORD                PIC X(60).
       FD  BKO-MNH-BAD-FL.
       01  BKO-MNH-BAD-RECORD                PIC X(60).
       FD  BKO-MNH-RST-FL.
       01  BKO-MNH-RST-RECORD                PIC X(60).
       FD  BKO-SNR-PRE-FL.
       01  BKO-SNR-PRE-RECORD                PIC X(80).
       FD  BKO-SNR-BAD-FL.
       01  BKO-SNR-BAD-RECORD                PIC X(80).
       FD  BKO-SNR-RST-FL.
       01  BKO-SNR-RST-RECORD                PIC X(80).
       FD  BKO-RTM-PRE-FL.
       01  BKO-RTM-PRE-RECORD                PIC X(80).
       FD  BKO-RTM-BAD-FL.
       01  BKO-RTM-BAD-RECORD                PIC X(80).
       FD  BKO-RTM-RST-FL.
       01  BKO-RTM-RST-RECORD                PIC X(80).
       FD  BKO-LGT-PRE-FL.
       01  BKO-LGT-PRE-RECORD                PIC X(900).
       FD  BKO-LGT-BAD-FL.
       01  BKO-LGT-BAD-RECORD                PIC X(900).
       FD  BKO-LGT-RST-FL.
       01  BKO-LGT-RST-RECORD                PIC X(900).
       FD  BKO-DUP-PRE-FL.
       01  BKO-DUP-PRE-RECORD                PIC X(80).
       FD  BKO-DUP-BAD-FL.
       01  BKO-DUP-BAD-RECORD                PIC X(80).
       FD  BKO-DUP-RST-FL.
       01  BKO-DUP-RST-RECORD                PIC X(80).
       FD  BKO-NLG-PRE-FL.
       01  BKO-NLG-PRE-RECORD                PIC X(98).
       FD  BKO-NLG-BAD-FL.
       01  BKO-NLG-BAD-RECORD                PIC X(98).
       FD  BKO-NLG-RST-FL.
       01  BKO-NLG-RST-RECORD                PIC X(98).
       FD  BKO-CSM-PRE-FL.
       01  BKO-CSM-PRE-RECORD                PIC X(183).
       FD  BKO-CSM-BAD-FL.
       01  BKO-CSM-BAD-RECORD                PIC X(183).
       FD  BKO-CSM-RST-FL.
       01  BKO-CSM-RST-RECORD                PIC X(183).
       FD  BKO-FCX-PRE-FL.
       01  BKO-FCX-PRE-RECORD                PIC X(80).
       FD  BKO-FCX-BAD-FL.
       01  BKO-FCX-BAD-RECORD                PIC X(80).
       FD  BKO-FCX-RST-FL.
       01  BKO-FCX-RST-RECORD                PIC X(80).
       FD  BKO-SNP-PRE-FL.
       01  BKO-SNP-PRE-RECORD                PIC X(54).
       FD  BKO-SNP-BAD-FL.
       01  BKO-SNP-BAD-RECORD                PIC X(54).
       FD  BKO-SNP-RST-FL.
       01  BKO-SNP-RST-RECORD                PIC X(54).
       FD  BKO-DML-PRE-FL.
       01  BKO-DML-PRE-RECORD                PIC X(100).
       FD  BKO-DML-BAD-FL.
       01  BKO-DML-BAD-RECORD                PIC X(100).
       FD  BKO-DML-RST-FL.
       01  BKO-DML-RST-RECORD                PIC X(100).
       FD  BKO-YDT-PRE-FL.
       01  BKO-YDT-PRE-RECORD                PIC X(50).
       FD  BKO-YDT-BAD-FL.
       01  BKO-YDT-BAD-RECORD                PIC X(50).
       FD  BKO-YDT-RST-FL.
       01  BKO-YDT-RST-RECORD                PIC X(50).
       FD  BKO-ASN-PRE-FL.
       01  BKO-ASN-PRE-RECORD                PIC X(100).
       FD  BKO-ASN-BAD-FL.
       01  BKO-ASN-BAD-RECORD                PIC X(100).
       FD  BKO-ASN-RST-FL.
       01  BKO-ASN-RST-RECORD                PIC X(100).
       FD  BKO-ACG-PRE-FL.
       01  BKO-ACG-PRE-RECORD                PIC X(110).
       FD  BKO-ACG-BAD-FL.
       01  BKO-ACG-BAD-RECORD                PIC X(110).
       FD  BKO-ACG-RST-FL.
       01  BKO-ACG-RST-RECORD                PIC X(110).
       FD  BKO-LAC-PRE-FL.
       01  BKO-LAC-PRE-RECORD                PIC X(30).
       FD  BKO-LAC-BAD-FL.
       01  BKO-LAC-BAD-RECORD                PIC X(30).
       FD  BKO-LAC-RST-FL.
       01  BKO-LAC-RST-RECORD                PIC X(30).
       FD  BKO-PNT-PRE-FL.
       01  BKO-PNT-PRE-RECORD                PIC X(40).
       FD  BKO-PNT-BAD-FL.
       01  BKO-PNT-BAD-RECORD                PIC X(40).
       FD  BKO-PNT-RST-FL.
       01  BKO-PNT-RST-RECORD                PIC X(40).
      *---------------------------------------------------------*
      *    FEED-CONTROL STAMPS -- EACH CARRIES THE IDENTITY IT    *
      *    REPLACED SO THE LAST COMMIT CAN BE ROLLED BACK         *
      *---------------------------------------------------------*
       FD  BKO-PYO-FEED-CTL-FL.
       01  BKO-PYO-FEED-CTL-RECORD.
           05  PCTL-WKO-NBR-ID               PIC X(8).
           05  PCTL-PER-END-DT               PIC 9(8).
           05  PCTL-PRIOR-WKO-NBR-ID         PIC X(8).
           05  PCTL-PRIOR-PER-END-DT         PIC 9(8).
           05  FILLER                        PIC X(3).
       FD  BKO-CSH-FEED-CTL-FL.
       01  BKO-CSH-FEED-CTL-RECORD.
           05  SCTL-RUN-DTE-TME              PIC X(26).
           05  SCTL-CYCLE-CD                 PIC X(5).
           05  FILLER                        PIC X(4).
           05  SCTL-PRIOR-RUN-DTE-TME        PIC X(26).
           05  SCTL-PRIOR-CYCLE-CD           PIC X(5).
       FD  BKO-POS-FEED-CTL-FL.
       01  BKO-POS-FEED-CTL-RECORD.
           05  BCTL-RUN-DTE-TME              PIC X(26).
           05  FILLER                        PIC X(9).
           05  BCTL-PRIOR-RUN-DTE-TME        PIC X(26).
       FD  BKO-RUN-CTL-FL.
       01  BKO-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  RCTL-EVENT-CD                 PIC X(5).
               88  RCTL-EVENT-START              VALUE 'START'.
               88  RCTL-EVENT-END                VALUE 'END  '.
               88  RCTL-EVENT-BACKOUT            VALUE 'BKOUT'.
           05  RCTL-RUN-DATE                 PIC 9(8).
           05  RCTL-RUN-TIME                 PIC 9(6).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  RCTL-RETURN-CD                PIC 9(2).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  BKO-SWITCHES.
           05  BKO-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  BKO-EOF                       VALUE 'Y'.
           05  BKO-PROOF-SW                  PIC X(01)   VALUE 'Y'.
               88  BKO-PROOF-IN-BALANCE          VALUE 'Y'.
               88  BKO-PROOF-OUT-OF-BALANCE      VALUE 'N'.
       01  BKO-COUNTERS                      COMP.
           05  BKO-RCT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  BKO-BEFORE-CT                 PIC 9(09)   VALUE ZERO.
           05  BKO-PRE-RUN-CT                PIC 9(09)   VALUE ZERO.
           05  BKO-AFTER-CT                  PIC 9(09)   VALUE ZERO.
           05  BKO-FILES-RESTORED-CT         PIC 9(09)   VALUE ZERO.
           05  BKO-TOTAL-RESTORED-CT         PIC 9(09)   VALUE ZERO.
       01  BKO-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  BKO-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  BKO-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  BKO-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  BKO-RCD-REASON               PIC X(40).
       01  BKO-REQUEST-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  BKO-RJ-REASON                 PIC X(60).
      *---------------------------------------------------------*
      *    THE REQUESTED PROGRAM'S LAST EVENTS ON THE RUN-CONTROL *
      *    FILE -- ONLY ITS MOST RECENT COMPLETED RUN MAY BE      *
      *    BACKED OUT                                             *
      *---------------------------------------------------------*
       01  BKO-REQUEST-WORK.
           05  BKO-RQ-PROGRAM-ID             PIC X(20)   VALUE SPACES.
               88  BKO-RQ-SUPPORTED              VALUE '857-REPORT'
                                                   'SDCM-CASH-MOVEMENT'
                                                 'YTD-COMMISSION-ACCUM'
                                                   'POS-SHARE-POSITION'
                                                  'CKR-CHECK-RECONCILE'
                                                   'ACB-AVG-COST-BASIS'
                                                 'AML-SUSPICIOUS-CASES'
                                                  'RMD-NOTICE-TRACKING'
                                                    'MKT-MARKET-TIMING'
                                                      'NRA-WITHHOLDING'
                                                   'OPA-OPERATOR-AUDIT'
                                                    'SNR-SENIOR-REVIEW'
                                                    'RML-RETURNED-MAIL'
                                                    'LGT-LEAGUE-TABLES'
                                                  'DUP-DUPLICATE-CUSTS'
                                                 'NNW-NETWORKING-FILES'
                                                  'ECQ-EXCEPTION-QUEUE'
                                                  'FMC-FUND-CONVERSION'
                                                    'DMG-DEALER-MERGER'
                                                   'AFW-ADDR-RED-WATCH'
                                                 'DRM-DORMANT-ACCOUNTS'
                                                 'ACH-NACHA-GENERATION'.
           05  BKO-RQ-RUN-DATE               PIC 9(08)   VALUE ZERO.
           05  BKO-LAST-EVENT-CD             PIC X(05)   VALUE SPACES.
           05  BKO-LAST-END-DATE             PIC 9(08)   VALUE ZERO.
           05  BKO-LAST-END-TIME             PIC 9(06)   VALUE ZERO.
           05  BKO-LAST-RECORD-CT            PIC 9(09)   VALUE ZERO.
       01  BKO-PROOF-FILE-WORK.
           05  BKO-PF-PRE-DD                 PIC X(08).
           05  BKO-PF-BAD-DD                 PIC X(08).
           05  BKO-PF-RST-DD                 PIC X(08).
       01  BKO-PROOF-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'CARRIED-FORWARD MASTERS - RECORD-COUNT PROOF'.
       01  BKO-PROOF-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'BAD RUN'.
           05  FILLER                        PIC X(13)
               VALUE '       BEFORE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'PRE-RUN'.
           05  FILLER                        PIC X(13)
               VALUE '      PRE-RUN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'RESTORED'.
           05  FILLER                        PIC X(13)
               VALUE '        AFTER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(25)   VALUE 'PROOF'.
       01  BKO-PROOF-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  BKO-PL-BAD-DD                 PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  BKO-PL-BEFORE-CT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  BKO-PL-PRE-DD                 PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  BKO-PL-PRE-RUN-CT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  BKO-PL-RST-DD                 PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  BKO-PL-AFTER-CT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  BKO-PL-PROOF                  PIC X(25).
       01  BKO-STAMP-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'FEED-CONTROL STAMP ROLLBACK'.
       01  BKO-STAMP-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)   VALUE 'FILE'.
           05  FILLER                        PIC X(33)
               VALUE 'STAMP BEFORE'.
           05  FILLER                        PIC X(33)
               VALUE 'STAMP AFTER'.
       01  BKO-STAMP-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  BKO-SL-DD                     PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  BKO-SL-BEFORE                 PIC X(31).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  BKO-SL-AFTER                  PIC X(31).
       01  BKO-PYO-STAMP-WORK.
           05  BKO-PS-WKO-NBR-ID             PIC X(08).
           05  FILLER                        PIC X(01)   VALUE SPACE.
           05  BKO-PS-PER-END-DT             PIC 9(08).
           05  FILLER                        PIC X(14)   VALUE SPACES.
       01  BKO-CSH-STAMP-WORK.
           05  BKO-CS-RUN-DTE-TME            PIC X(26).
           05  BKO-CS-CYCLE-CD               PIC X(05).
       01  BKO-POS-STAMP-WORK.
           05  BKO-QS-RUN-DTE-TME            PIC X(26).
           05  FILLER                        PIC X(05)   VALUE SPACES.
       01  BKO-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  BKO-NL-TEXT                   PIC X(60).
       01  BKO-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'CYCLE BACKOUT CONTROL TOTALS'.
       01  BKO-RQ-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'PROGRAM: '.
           05  BKO-RL-PROGRAM-ID             PIC X(20).
           05  FILLER                        PIC X(12)
               VALUE '  RUN DATE: '.
           05  BKO-RL-RUN-DATE               PIC 9(08).
       01  BKO-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  BKO-TL-LABEL                  PIC X(25).
           05  BKO-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-RESTORE-MASTERS THRU 4000-EXIT.
           PERFORM 5000-ROLLBACK-FEED-CTL THRU 5000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE BKO-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BKO-REQUEST-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           MOVE SPACES TO BKO-RQ-PROGRAM-ID.
           READ BKO-REQUEST-FL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BRQ-PROGRAM-ID TO BKO-RQ-PROGRAM-ID
                   IF BRQ-RUN-DATE NUMERIC
                       MOVE BRQ-RUN-DATE TO BKO-RQ-RUN-DATE
                   END-IF
           END-READ.
           MOVE BKO-RQ-RUN-DATE (1:8) TO RPT-CYCLE-TX.
           OPEN INPUT BKO-RUN-CTL-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 1100-SCAN-RUN-CTL THRU 1100-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RUN-CTL-FL.
           OPEN EXTEND BKO-RUN-CTL-FL.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           PERFORM 1200-VALIDATE-REQUEST THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE LAST EVENT POSTED BY THE PROGRAM WINS, THE SAME    *
      *    WAY THE GATEKEEPER READS THE FILE                      *
      *---------------------------------------------------------*
       1100-SCAN-RUN-CTL.
           READ BKO-RUN-CTL-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO BKO-RCT-READ-CT.
           IF RCTL-PROGRAM-ID NOT = BKO-RQ-PROGRAM-ID
               GO TO 1100-EXIT
           END-IF.
           MOVE RCTL-EVENT-CD TO BKO-LAST-EVENT-CD.
           IF RCTL-EVENT-END
               MOVE RCTL-RUN-DATE TO BKO-LAST-END-DATE
               MOVE RCTL-RUN-TIME TO BKO-LAST-END-TIME
               MOVE RCTL-RECORD-CT TO BKO-LAST-RECORD-CT
           END-IF.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY THE NEWEST COMPLETED RUN OF A PROGRAM THAT        *
      *    CARRIES MASTERS FORWARD CAN BE BACKED OUT -- OLDER     *
      *    CYCLES ARE BACKED OUT NEWEST FIRST                     *
      *---------------------------------------------------------*
       1200-VALIDATE-REQUEST.
           IF BKO-RQ-PROGRAM-ID = SPACES
              OR BKO-RQ-RUN-DATE = ZERO
               MOVE 'RUN STOPPED - NO VALID BACKOUT REQUEST ON FILE'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
           IF NOT BKO-RQ-SUPPORTED
               MOVE 'RUN STOPPED - PROGRAM HAS NO MASTERS TO RESTORE'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
           IF BKO-LAST-EVENT-CD = 'BKOUT'
               MOVE 'RUN STOPPED - LAST RUN ALREADY BACKED OUT'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
           IF BKO-LAST-EVENT-CD NOT = 'END  '
               MOVE 'RUN STOPPED - LAST RUN DID NOT COMPLETE'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
           IF BKO-LAST-END-DATE > BKO-RQ-RUN-DATE
               MOVE 'RUN STOPPED - A LATER RUN EXISTS - BACK OUT NEWEST'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
           IF BKO-LAST-END-DATE NOT = BKO-RQ-RUN-DATE
               MOVE 'RUN STOPPED - NO COMPLETED RUN ON THAT DATE'
                   TO BKO-RJ-REASON
               PERFORM 9100-ABORT-REQUEST THRU 9100-EXIT
           END-IF.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REBUILD EACH MASTER THE PROGRAM CARRIES FORWARD FROM   *
      *    THE GENERATION IT READ BEFORE THE BAD RUN              *
      *---------------------------------------------------------*
       4000-RESTORE-MASTERS.
           MOVE BKO-PROOF-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE BKO-PROOF-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           EVALUATE BKO-RQ-PROGRAM-ID
               WHEN '857-REPORT'
                   PERFORM 4110-RESTORE-PHS THRU 4110-EXIT
                   PERFORM 4120-RESTORE-HLD THRU 4120-EXIT
               WHEN 'SDCM-CASH-MOVEMENT'
                   PERFORM 4130-RESTORE-ALD THRU 4130-EXIT
                   PERFORM 4140-RESTORE-STS THRU 4140-EXIT
                   PERFORM 4150-RESTORE-CIV THRU 4150-EXIT
                   PERFORM 4160-RESTORE-LOI THRU 4160-EXIT
                   PERFORM 4170-RESTORE-SUS THRU 4170-EXIT
                   PERFORM 4180-RESTORE-CKR THRU 4180-EXIT
               WHEN 'YTD-COMMISSION-ACCUM'
                   PERFORM 4190-RESTORE-YTD THRU 4190-EXIT
                   PERFORM 4200-RESTORE-RYT THRU 4200-EXIT
               WHEN 'POS-SHARE-POSITION'
                   PERFORM 4210-RESTORE-PSB THRU 4210-EXIT
               WHEN 'CKR-CHECK-RECONCILE'
                   PERFORM 4220-RESTORE-CMR THRU 4220-EXIT
               WHEN 'ACB-AVG-COST-BASIS'
                   PERFORM 4230-RESTORE-ABL THRU 4230-EXIT
                   PERFORM 4240-RESTORE-ABT THRU 4240-EXIT
                   PERFORM 4250-RESTORE-ABR THRU 4250-EXIT
               WHEN 'AML-SUSPICIOUS-CASES'
                   PERFORM 4260-RESTORE-AMA THRU 4260-EXIT
                   PERFORM 4270-RESTORE-AMC THRU 4270-EXIT
               WHEN 'RMD-NOTICE-TRACKING'
                   PERFORM 4280-RESTORE-RMD THRU 4280-EXIT
               WHEN 'MKT-MARKET-TIMING'
                   PERFORM 4290-RESTORE-TRH THRU 4290-EXIT
                   PERFORM 4300-RESTORE-MKV THRU 4300-EXIT
               WHEN 'NRA-WITHHOLDING'
                   PERFORM 4310-RESTORE-NRA THRU 4310-EXIT
               WHEN 'OPA-OPERATOR-AUDIT'
                   PERFORM 4320-RESTORE-MNH THRU 4320-EXIT
               WHEN 'SNR-SENIOR-REVIEW'
                   PERFORM 4330-RESTORE-SNR THRU 4330-EXIT
               WHEN 'RML-RETURNED-MAIL'
                   PERFORM 4340-RESTORE-RTM THRU 4340-EXIT
               WHEN 'LGT-LEAGUE-TABLES'
                   PERFORM 4350-RESTORE-LGT THRU 4350-EXIT
               WHEN 'DUP-DUPLICATE-CUSTS'
                   PERFORM 4360-RESTORE-DUP THRU 4360-EXIT
               WHEN 'NNW-NETWORKING-FILES'
                   PERFORM 4370-RESTORE-NLG THRU 4370-EXIT
               WHEN 'ECQ-EXCEPTION-QUEUE'
                   PERFORM 4380-RESTORE-CSM THRU 4380-EXIT
               WHEN 'FMC-FUND-CONVERSION'
                   PERFORM 4390-RESTORE-FCX THRU 4390-EXIT
                   PERFORM 4210-RESTORE-PSB THRU 4210-EXIT
                   PERFORM 4400-RESTORE-SNP THRU 4400-EXIT
                   PERFORM 4150-RESTORE-CIV THRU 4150-EXIT
                   PERFORM 4160-RESTORE-LOI THRU 4160-EXIT
                   PERFORM 4180-RESTORE-CKR THRU 4180-EXIT
               WHEN 'DMG-DEALER-MERGER'
                   PERFORM 4410-RESTORE-DML THRU 4410-EXIT
                   PERFORM 4190-RESTORE-YTD THRU 4190-EXIT
                   PERFORM 4200-RESTORE-RYT THRU 4200-EXIT
                   PERFORM 4420-RESTORE-YDT THRU 4420-EXIT
               WHEN 'AFW-ADDR-RED-WATCH'
                   PERFORM 4430-RESTORE-ASN THRU 4430-EXIT
                   PERFORM 4440-RESTORE-ACG THRU 4440-EXIT
               WHEN 'DRM-DORMANT-ACCOUNTS'
                   PERFORM 4450-RESTORE-LAC THRU 4450-EXIT
               WHEN 'ACH-NACHA-GENERATION'
                   PERFORM 4460-RESTORE-PNT THRU 4460-EXIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.
       4110-RESTORE-PHS.
           MOVE 'PAYHISTI' TO BKO-PF-PRE-DD.
           MOVE 'PAYHISTO' TO BKO-PF-BAD-DD.
           MOVE 'PAYHISTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-PHS-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4111-COUNT-PHS THRU 4111-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PHS-BAD-FL.
           OPEN INPUT BKO-PHS-PRE-FL.
           OPEN OUTPUT BKO-PHS-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4112-COPY-PHS THRU 4112-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PHS-PRE-FL.
           CLOSE BKO-PHS-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4110-EXIT.
           EXIT.
       4111-COUNT-PHS.
           READ BKO-PHS-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4111-EXIT.
           EXIT.
       4112-COPY-PHS.
           READ BKO-PHS-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4112-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-PHS-RST-RECORD FROM BKO-PHS-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4112-EXIT.
           EXIT.
       4120-RESTORE-HLD.
           MOVE 'HELDIN' TO BKO-PF-PRE-DD.
           MOVE 'HELDOUT' TO BKO-PF-BAD-DD.
           MOVE 'HELDRST' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-HLD-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4121-COUNT-HLD THRU 4121-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-HLD-BAD-FL.
           OPEN INPUT BKO-HLD-PRE-FL.
           OPEN OUTPUT BKO-HLD-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4122-COPY-HLD THRU 4122-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-HLD-PRE-FL.
           CLOSE BKO-HLD-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4120-EXIT.
           EXIT.
       4121-COUNT-HLD.
           READ BKO-HLD-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4121-EXIT.
           EXIT.
       4122-COPY-HLD.
           READ BKO-HLD-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4122-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-HLD-RST-RECORD FROM BKO-HLD-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4122-EXIT.
           EXIT.
       4130-RESTORE-ALD.
           MOVE 'ADVLDGI' TO BKO-PF-PRE-DD.
           MOVE 'ADVLDGO' TO BKO-PF-BAD-DD.
           MOVE 'ADVLDGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ALD-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4131-COUNT-ALD THRU 4131-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ALD-BAD-FL.
           OPEN INPUT BKO-ALD-PRE-FL.
           OPEN OUTPUT BKO-ALD-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4132-COPY-ALD THRU 4132-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ALD-PRE-FL.
           CLOSE BKO-ALD-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4130-EXIT.
           EXIT.
       4131-COUNT-ALD.
           READ BKO-ALD-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4131-EXIT.
           EXIT.
       4132-COPY-ALD.
           READ BKO-ALD-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4132-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ALD-RST-RECORD FROM BKO-ALD-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4132-EXIT.
           EXIT.
       4140-RESTORE-STS.
           MOVE 'STSPRIOR' TO BKO-PF-PRE-DD.
           MOVE 'STSOUT' TO BKO-PF-BAD-DD.
           MOVE 'STSRST' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-STS-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4141-COUNT-STS THRU 4141-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-STS-BAD-FL.
           OPEN INPUT BKO-STS-PRE-FL.
           OPEN OUTPUT BKO-STS-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4142-COPY-STS THRU 4142-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-STS-PRE-FL.
           CLOSE BKO-STS-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4140-EXIT.
           EXIT.
       4141-COUNT-STS.
           READ BKO-STS-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4141-EXIT.
           EXIT.
       4142-COPY-STS.
           READ BKO-STS-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4142-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-STS-RST-RECORD FROM BKO-STS-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4142-EXIT.
           EXIT.
       4150-RESTORE-CIV.
           MOVE 'CERTINVI' TO BKO-PF-PRE-DD.
           MOVE 'CERTINVO' TO BKO-PF-BAD-DD.
           MOVE 'CERTINVR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-CIV-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4151-COUNT-CIV THRU 4151-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CIV-BAD-FL.
           OPEN INPUT BKO-CIV-PRE-FL.
           OPEN OUTPUT BKO-CIV-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4152-COPY-CIV THRU 4152-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CIV-PRE-FL.
           CLOSE BKO-CIV-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4150-EXIT.
           EXIT.
       4151-COUNT-CIV.
           READ BKO-CIV-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4151-EXIT.
           EXIT.
       4152-COPY-CIV.
           READ BKO-CIV-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4152-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-CIV-RST-RECORD FROM BKO-CIV-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4152-EXIT.
           EXIT.
       4160-RESTORE-LOI.
           MOVE 'LOIPOSI' TO BKO-PF-PRE-DD.
           MOVE 'LOIPOSO' TO BKO-PF-BAD-DD.
           MOVE 'LOIPOSR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-LOI-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4161-COUNT-LOI THRU 4161-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LOI-BAD-FL.
           OPEN INPUT BKO-LOI-PRE-FL.
           OPEN OUTPUT BKO-LOI-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4162-COPY-LOI THRU 4162-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LOI-PRE-FL.
           CLOSE BKO-LOI-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4160-EXIT.
           EXIT.
       4161-COUNT-LOI.
           READ BKO-LOI-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4161-EXIT.
           EXIT.
       4162-COPY-LOI.
           READ BKO-LOI-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4162-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-LOI-RST-RECORD FROM BKO-LOI-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4162-EXIT.
           EXIT.
       4170-RESTORE-SUS.
           MOVE 'SUSPIN' TO BKO-PF-PRE-DD.
           MOVE 'SUSPOUT' TO BKO-PF-BAD-DD.
           MOVE 'SUSPRST' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-SUS-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4171-COUNT-SUS THRU 4171-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SUS-BAD-FL.
           OPEN INPUT BKO-SUS-PRE-FL.
           OPEN OUTPUT BKO-SUS-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4172-COPY-SUS THRU 4172-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SUS-PRE-FL.
           CLOSE BKO-SUS-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4170-EXIT.
           EXIT.
       4171-COUNT-SUS.
           READ BKO-SUS-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4171-EXIT.
           EXIT.
       4172-COPY-SUS.
           READ BKO-SUS-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4172-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-SUS-RST-RECORD FROM BKO-SUS-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4172-EXIT.
           EXIT.
       4180-RESTORE-CKR.
           MOVE 'CHKREGI' TO BKO-PF-PRE-DD.
           MOVE 'CHKREGO' TO BKO-PF-BAD-DD.
           MOVE 'CHKREGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-CKR-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4181-COUNT-CKR THRU 4181-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CKR-BAD-FL.
           OPEN INPUT BKO-CKR-PRE-FL.
           OPEN OUTPUT BKO-CKR-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4182-COPY-CKR THRU 4182-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CKR-PRE-FL.
           CLOSE BKO-CKR-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4180-EXIT.
           EXIT.
       4181-COUNT-CKR.
           READ BKO-CKR-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4181-EXIT.
           EXIT.
       4182-COPY-CKR.
           READ BKO-CKR-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4182-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-CKR-RST-RECORD FROM BKO-CKR-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4182-EXIT.
           EXIT.
       4190-RESTORE-YTD.
           MOVE 'YTDIN' TO BKO-PF-PRE-DD.
           MOVE 'YTDOUT' TO BKO-PF-BAD-DD.
           MOVE 'YTDRST' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-YTD-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4191-COUNT-YTD THRU 4191-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-YTD-BAD-FL.
           OPEN INPUT BKO-YTD-PRE-FL.
           OPEN OUTPUT BKO-YTD-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4192-COPY-YTD THRU 4192-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-YTD-PRE-FL.
           CLOSE BKO-YTD-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4190-EXIT.
           EXIT.
       4191-COUNT-YTD.
           READ BKO-YTD-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4191-EXIT.
           EXIT.
       4192-COPY-YTD.
           READ BKO-YTD-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4192-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-YTD-RST-RECORD FROM BKO-YTD-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4192-EXIT.
           EXIT.
       4200-RESTORE-RYT.
           MOVE 'REPYTDI' TO BKO-PF-PRE-DD.
           MOVE 'REPYTDO' TO BKO-PF-BAD-DD.
           MOVE 'REPYTDR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-RYT-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4201-COUNT-RYT THRU 4201-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RYT-BAD-FL.
           OPEN INPUT BKO-RYT-PRE-FL.
           OPEN OUTPUT BKO-RYT-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4202-COPY-RYT THRU 4202-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RYT-PRE-FL.
           CLOSE BKO-RYT-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4200-EXIT.
           EXIT.
       4201-COUNT-RYT.
           READ BKO-RYT-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4201-EXIT.
           EXIT.
       4202-COPY-RYT.
           READ BKO-RYT-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4202-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-RYT-RST-RECORD FROM BKO-RYT-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4202-EXIT.
           EXIT.
       4210-RESTORE-PSB.
           MOVE 'POSBKI' TO BKO-PF-PRE-DD.
           MOVE 'POSBKO' TO BKO-PF-BAD-DD.
           MOVE 'POSBKR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-PSB-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4211-COUNT-PSB THRU 4211-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PSB-BAD-FL.
           OPEN INPUT BKO-PSB-PRE-FL.
           OPEN OUTPUT BKO-PSB-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4212-COPY-PSB THRU 4212-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PSB-PRE-FL.
           CLOSE BKO-PSB-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4210-EXIT.
           EXIT.
       4211-COUNT-PSB.
           READ BKO-PSB-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4211-EXIT.
           EXIT.
       4212-COPY-PSB.
           READ BKO-PSB-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4212-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-PSB-RST-RECORD FROM BKO-PSB-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4212-EXIT.
           EXIT.
       4220-RESTORE-CMR.
           MOVE 'CMREGI' TO BKO-PF-PRE-DD.
           MOVE 'CMREGO' TO BKO-PF-BAD-DD.
           MOVE 'CMREGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-CMR-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4221-COUNT-CMR THRU 4221-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CMR-BAD-FL.
           OPEN INPUT BKO-CMR-PRE-FL.
           OPEN OUTPUT BKO-CMR-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4222-COPY-CMR THRU 4222-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CMR-PRE-FL.
           CLOSE BKO-CMR-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4220-EXIT.
           EXIT.
       4221-COUNT-CMR.
           READ BKO-CMR-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4221-EXIT.
           EXIT.
       4222-COPY-CMR.
           READ BKO-CMR-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4222-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-CMR-RST-RECORD FROM BKO-CMR-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4222-EXIT.
           EXIT.
       4230-RESTORE-ABL.
           MOVE 'ACBLDGI' TO BKO-PF-PRE-DD.
           MOVE 'ACBLDGO' TO BKO-PF-BAD-DD.
           MOVE 'ACBLDGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ABL-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4231-COUNT-ABL THRU 4231-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABL-BAD-FL.
           OPEN INPUT BKO-ABL-PRE-FL.
           OPEN OUTPUT BKO-ABL-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4232-COPY-ABL THRU 4232-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABL-PRE-FL.
           CLOSE BKO-ABL-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4230-EXIT.
           EXIT.
       4231-COUNT-ABL.
           READ BKO-ABL-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4231-EXIT.
           EXIT.
       4232-COPY-ABL.
           READ BKO-ABL-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4232-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ABL-RST-RECORD FROM BKO-ABL-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4232-EXIT.
           EXIT.
       4240-RESTORE-ABT.
           MOVE 'ACBLOTI' TO BKO-PF-PRE-DD.
           MOVE 'ACBLOTO' TO BKO-PF-BAD-DD.
           MOVE 'ACBLOTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ABT-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4241-COUNT-ABT THRU 4241-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABT-BAD-FL.
           OPEN INPUT BKO-ABT-PRE-FL.
           OPEN OUTPUT BKO-ABT-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4242-COPY-ABT THRU 4242-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABT-PRE-FL.
           CLOSE BKO-ABT-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4240-EXIT.
           EXIT.
       4241-COUNT-ABT.
           READ BKO-ABT-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4241-EXIT.
           EXIT.
       4242-COPY-ABT.
           READ BKO-ABT-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4242-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ABT-RST-RECORD FROM BKO-ABT-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4242-EXIT.
           EXIT.
       4250-RESTORE-ABR.
           MOVE 'ACBRLZI' TO BKO-PF-PRE-DD.
           MOVE 'ACBRLZO' TO BKO-PF-BAD-DD.
           MOVE 'ACBRLZR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ABR-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4251-COUNT-ABR THRU 4251-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABR-BAD-FL.
           OPEN INPUT BKO-ABR-PRE-FL.
           OPEN OUTPUT BKO-ABR-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4252-COPY-ABR THRU 4252-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ABR-PRE-FL.
           CLOSE BKO-ABR-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4250-EXIT.
           EXIT.
       4251-COUNT-ABR.
           READ BKO-ABR-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4251-EXIT.
           EXIT.
       4252-COPY-ABR.
           READ BKO-ABR-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4252-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ABR-RST-RECORD FROM BKO-ABR-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4252-EXIT.
           EXIT.
       4260-RESTORE-AMA.
           MOVE 'AMLACTI' TO BKO-PF-PRE-DD.
           MOVE 'AMLACTO' TO BKO-PF-BAD-DD.
           MOVE 'AMLACTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-AMA-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4261-COUNT-AMA THRU 4261-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-AMA-BAD-FL.
           OPEN INPUT BKO-AMA-PRE-FL.
           OPEN OUTPUT BKO-AMA-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4262-COPY-AMA THRU 4262-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-AMA-PRE-FL.
           CLOSE BKO-AMA-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4260-EXIT.
           EXIT.
       4261-COUNT-AMA.
           READ BKO-AMA-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4261-EXIT.
           EXIT.
       4262-COPY-AMA.
           READ BKO-AMA-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4262-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-AMA-RST-RECORD FROM BKO-AMA-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4262-EXIT.
           EXIT.
       4270-RESTORE-AMC.
           MOVE 'AMLCASEI' TO BKO-PF-PRE-DD.
           MOVE 'AMLCASEO' TO BKO-PF-BAD-DD.
           MOVE 'AMLCASER' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-AMC-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4271-COUNT-AMC THRU 4271-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-AMC-BAD-FL.
           OPEN INPUT BKO-AMC-PRE-FL.
           OPEN OUTPUT BKO-AMC-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4272-COPY-AMC THRU 4272-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-AMC-PRE-FL.
           CLOSE BKO-AMC-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4270-EXIT.
           EXIT.
       4271-COUNT-AMC.
           READ BKO-AMC-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4271-EXIT.
           EXIT.
       4272-COPY-AMC.
           READ BKO-AMC-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4272-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-AMC-RST-RECORD FROM BKO-AMC-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4272-EXIT.
           EXIT.
       4280-RESTORE-RMD.
           MOVE 'RMDMSTI' TO BKO-PF-PRE-DD.
           MOVE 'RMDMSTO' TO BKO-PF-BAD-DD.
           MOVE 'RMDMSTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-RMD-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4281-COUNT-RMD THRU 4281-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RMD-BAD-FL.
           OPEN INPUT BKO-RMD-PRE-FL.
           OPEN OUTPUT BKO-RMD-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4282-COPY-RMD THRU 4282-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RMD-PRE-FL.
           CLOSE BKO-RMD-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4280-EXIT.
           EXIT.
       4281-COUNT-RMD.
           READ BKO-RMD-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4281-EXIT.
           EXIT.
       4282-COPY-RMD.
           READ BKO-RMD-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4282-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-RMD-RST-RECORD FROM BKO-RMD-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4282-EXIT.
           EXIT.
       4290-RESTORE-TRH.
           MOVE 'TRDHISTI' TO BKO-PF-PRE-DD.
           MOVE 'TRDHISTO' TO BKO-PF-BAD-DD.
           MOVE 'TRDHISTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-TRH-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4291-COUNT-TRH THRU 4291-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-TRH-BAD-FL.
           OPEN INPUT BKO-TRH-PRE-FL.
           OPEN OUTPUT BKO-TRH-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4292-COPY-TRH THRU 4292-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-TRH-PRE-FL.
           CLOSE BKO-TRH-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4290-EXIT.
           EXIT.
       4291-COUNT-TRH.
           READ BKO-TRH-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4291-EXIT.
           EXIT.
       4292-COPY-TRH.
           READ BKO-TRH-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4292-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-TRH-RST-RECORD FROM BKO-TRH-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4292-EXIT.
           EXIT.
       4300-RESTORE-MKV.
           MOVE 'MKTVIOLI' TO BKO-PF-PRE-DD.
           MOVE 'MKTVIOLO' TO BKO-PF-BAD-DD.
           MOVE 'MKTVIOLR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-MKV-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4301-COUNT-MKV THRU 4301-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-MKV-BAD-FL.
           OPEN INPUT BKO-MKV-PRE-FL.
           OPEN OUTPUT BKO-MKV-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4302-COPY-MKV THRU 4302-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-MKV-PRE-FL.
           CLOSE BKO-MKV-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4300-EXIT.
           EXIT.
       4301-COUNT-MKV.
           READ BKO-MKV-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4301-EXIT.
           EXIT.
       4302-COPY-MKV.
           READ BKO-MKV-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4302-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-MKV-RST-RECORD FROM BKO-MKV-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4302-EXIT.
           EXIT.
       4310-RESTORE-NRA.
           MOVE 'NRAYTDI' TO BKO-PF-PRE-DD.
           MOVE 'NRAYTDO' TO BKO-PF-BAD-DD.
           MOVE 'NRAYTDR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-NRA-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4311-COUNT-NRA THRU 4311-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-NRA-BAD-FL.
           OPEN INPUT BKO-NRA-PRE-FL.
           OPEN OUTPUT BKO-NRA-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4312-COPY-NRA THRU 4312-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-NRA-PRE-FL.
           CLOSE BKO-NRA-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4310-EXIT.
           EXIT.
       4311-COUNT-NRA.
           READ BKO-NRA-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4311-EXIT.
           EXIT.
       4312-COPY-NRA.
           READ BKO-NRA-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4312-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-NRA-RST-RECORD FROM BKO-NRA-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4312-EXIT.
           EXIT.
       4320-RESTORE-MNH.
           MOVE 'MNTHISTI' TO BKO-PF-PRE-DD.
           MOVE 'MNTHISTO' TO BKO-PF-BAD-DD.
           MOVE 'MNTHISTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-MNH-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4321-COUNT-MNH THRU 4321-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-MNH-BAD-FL.
           OPEN INPUT BKO-MNH-PRE-FL.
           OPEN OUTPUT BKO-MNH-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4322-COPY-MNH THRU 4322-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-MNH-PRE-FL.
           CLOSE BKO-MNH-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4320-EXIT.
           EXIT.
       4321-COUNT-MNH.
           READ BKO-MNH-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4321-EXIT.
           EXIT.
       4322-COPY-MNH.
           READ BKO-MNH-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4322-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-MNH-RST-RECORD FROM BKO-MNH-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4322-EXIT.
           EXIT.
       4330-RESTORE-SNR.
           MOVE 'SNRHISTI' TO BKO-PF-PRE-DD.
           MOVE 'SNRHISTO' TO BKO-PF-BAD-DD.
           MOVE 'SNRHISTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-SNR-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4331-COUNT-SNR THRU 4331-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SNR-BAD-FL.
           OPEN INPUT BKO-SNR-PRE-FL.
           OPEN OUTPUT BKO-SNR-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4332-COPY-SNR THRU 4332-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SNR-PRE-FL.
           CLOSE BKO-SNR-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4330-EXIT.
           EXIT.
       4331-COUNT-SNR.
           READ BKO-SNR-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4331-EXIT.
           EXIT.
       4332-COPY-SNR.
           READ BKO-SNR-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4332-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-SNR-RST-RECORD FROM BKO-SNR-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4332-EXIT.
           EXIT.
       4340-RESTORE-RTM.
           MOVE 'RTNMAILI' TO BKO-PF-PRE-DD.
           MOVE 'RTNMAILO' TO BKO-PF-BAD-DD.
           MOVE 'RTNMAILR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-RTM-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4341-COUNT-RTM THRU 4341-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RTM-BAD-FL.
           OPEN INPUT BKO-RTM-PRE-FL.
           OPEN OUTPUT BKO-RTM-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4342-COPY-RTM THRU 4342-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-RTM-PRE-FL.
           CLOSE BKO-RTM-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4340-EXIT.
           EXIT.
       4341-COUNT-RTM.
           READ BKO-RTM-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4341-EXIT.
           EXIT.
       4342-COPY-RTM.
           READ BKO-RTM-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4342-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-RTM-RST-RECORD FROM BKO-RTM-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4342-EXIT.
           EXIT.
       4350-RESTORE-LGT.
           MOVE 'LGTMSTI' TO BKO-PF-PRE-DD.
           MOVE 'LGTMSTO' TO BKO-PF-BAD-DD.
           MOVE 'LGTMSTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-LGT-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4351-COUNT-LGT THRU 4351-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LGT-BAD-FL.
           OPEN INPUT BKO-LGT-PRE-FL.
           OPEN OUTPUT BKO-LGT-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4352-COPY-LGT THRU 4352-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LGT-PRE-FL.
           CLOSE BKO-LGT-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4350-EXIT.
           EXIT.
       4351-COUNT-LGT.
           READ BKO-LGT-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4351-EXIT.
           EXIT.
       4352-COPY-LGT.
           READ BKO-LGT-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4352-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-LGT-RST-RECORD FROM BKO-LGT-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4352-EXIT.
           EXIT.
       4360-RESTORE-DUP.
           MOVE 'DUPNDUPI' TO BKO-PF-PRE-DD.
           MOVE 'DUPNDUPO' TO BKO-PF-BAD-DD.
           MOVE 'DUPNDUPR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-DUP-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4361-COUNT-DUP THRU 4361-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-DUP-BAD-FL.
           OPEN INPUT BKO-DUP-PRE-FL.
           OPEN OUTPUT BKO-DUP-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4362-COPY-DUP THRU 4362-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-DUP-PRE-FL.
           CLOSE BKO-DUP-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4360-EXIT.
           EXIT.
       4361-COUNT-DUP.
           READ BKO-DUP-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4361-EXIT.
           EXIT.
       4362-COPY-DUP.
           READ BKO-DUP-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4362-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-DUP-RST-RECORD FROM BKO-DUP-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4362-EXIT.
           EXIT.
       4370-RESTORE-NLG.
           MOVE 'NETLOGI' TO BKO-PF-PRE-DD.
           MOVE 'NETLOGO' TO BKO-PF-BAD-DD.
           MOVE 'NETLOGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-NLG-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4371-COUNT-NLG THRU 4371-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-NLG-BAD-FL.
           OPEN INPUT BKO-NLG-PRE-FL.
           OPEN OUTPUT BKO-NLG-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4372-COPY-NLG THRU 4372-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-NLG-PRE-FL.
           CLOSE BKO-NLG-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4370-EXIT.
           EXIT.
       4371-COUNT-NLG.
           READ BKO-NLG-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4371-EXIT.
           EXIT.
       4372-COPY-NLG.
           READ BKO-NLG-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4372-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-NLG-RST-RECORD FROM BKO-NLG-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4372-EXIT.
           EXIT.
       4380-RESTORE-CSM.
           MOVE 'CASEMSTI' TO BKO-PF-PRE-DD.
           MOVE 'CASEMSTO' TO BKO-PF-BAD-DD.
           MOVE 'CASEMSTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-CSM-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4381-COUNT-CSM THRU 4381-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CSM-BAD-FL.
           OPEN INPUT BKO-CSM-PRE-FL.
           OPEN OUTPUT BKO-CSM-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4382-COPY-CSM THRU 4382-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-CSM-PRE-FL.
           CLOSE BKO-CSM-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4380-EXIT.
           EXIT.
       4381-COUNT-CSM.
           READ BKO-CSM-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4381-EXIT.
           EXIT.
       4382-COPY-CSM.
           READ BKO-CSM-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4382-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-CSM-RST-RECORD FROM BKO-CSM-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4382-EXIT.
           EXIT.
       4390-RESTORE-FCX.
           MOVE 'FNDCNVI' TO BKO-PF-PRE-DD.
           MOVE 'FNDCNVO' TO BKO-PF-BAD-DD.
           MOVE 'FNDCNVR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-FCX-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4391-COUNT-FCX THRU 4391-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-FCX-BAD-FL.
           OPEN INPUT BKO-FCX-PRE-FL.
           OPEN OUTPUT BKO-FCX-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4392-COPY-FCX THRU 4392-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-FCX-PRE-FL.
           CLOSE BKO-FCX-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4390-EXIT.
           EXIT.
       4391-COUNT-FCX.
           READ BKO-FCX-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4391-EXIT.
           EXIT.
       4392-COPY-FCX.
           READ BKO-FCX-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4392-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-FCX-RST-RECORD FROM BKO-FCX-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4392-EXIT.
           EXIT.
       4400-RESTORE-SNP.
           MOVE 'PRIORFL' TO BKO-PF-PRE-DD.
           MOVE 'SNAPOUT' TO BKO-PF-BAD-DD.
           MOVE 'SNAPRST' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-SNP-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4401-COUNT-SNP THRU 4401-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SNP-BAD-FL.
           OPEN INPUT BKO-SNP-PRE-FL.
           OPEN OUTPUT BKO-SNP-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4402-COPY-SNP THRU 4402-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-SNP-PRE-FL.
           CLOSE BKO-SNP-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4400-EXIT.
           EXIT.
       4401-COUNT-SNP.
           READ BKO-SNP-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4401-EXIT.
           EXIT.
       4402-COPY-SNP.
           READ BKO-SNP-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4402-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-SNP-RST-RECORD FROM BKO-SNP-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4402-EXIT.
           EXIT.
       4410-RESTORE-DML.
           MOVE 'DMGLNKI' TO BKO-PF-PRE-DD.
           MOVE 'DMGLNKO' TO BKO-PF-BAD-DD.
           MOVE 'DMGLNKR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-DML-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4411-COUNT-DML THRU 4411-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-DML-BAD-FL.
           OPEN INPUT BKO-DML-PRE-FL.
           OPEN OUTPUT BKO-DML-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4412-COPY-DML THRU 4412-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-DML-PRE-FL.
           CLOSE BKO-DML-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4410-EXIT.
           EXIT.
       4411-COUNT-DML.
           READ BKO-DML-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4411-EXIT.
           EXIT.
       4412-COPY-DML.
           READ BKO-DML-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4412-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-DML-RST-RECORD FROM BKO-DML-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4412-EXIT.
           EXIT.
       4420-RESTORE-YDT.
           MOVE 'YTDDETL' TO BKO-PF-PRE-DD.
           MOVE 'YTDDETO' TO BKO-PF-BAD-DD.
           MOVE 'YTDDETR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-YDT-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4421-COUNT-YDT THRU 4421-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-YDT-BAD-FL.
           OPEN INPUT BKO-YDT-PRE-FL.
           OPEN OUTPUT BKO-YDT-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4422-COPY-YDT THRU 4422-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-YDT-PRE-FL.
           CLOSE BKO-YDT-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4420-EXIT.
           EXIT.
       4421-COUNT-YDT.
           READ BKO-YDT-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4421-EXIT.
           EXIT.
       4422-COPY-YDT.
           READ BKO-YDT-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4422-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-YDT-RST-RECORD FROM BKO-YDT-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4422-EXIT.
           EXIT.
       4430-RESTORE-ASN.
           MOVE 'ADRSNAPI' TO BKO-PF-PRE-DD.
           MOVE 'ADRSNAPO' TO BKO-PF-BAD-DD.
           MOVE 'ADRSNAPR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ASN-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4431-COUNT-ASN THRU 4431-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ASN-BAD-FL.
           OPEN INPUT BKO-ASN-PRE-FL.
           OPEN OUTPUT BKO-ASN-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4432-COPY-ASN THRU 4432-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ASN-PRE-FL.
           CLOSE BKO-ASN-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4430-EXIT.
           EXIT.
       4431-COUNT-ASN.
           READ BKO-ASN-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4431-EXIT.
           EXIT.
       4432-COPY-ASN.
           READ BKO-ASN-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4432-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ASN-RST-RECORD FROM BKO-ASN-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4432-EXIT.
           EXIT.
       4440-RESTORE-ACG.
           MOVE 'ADRCHGI' TO BKO-PF-PRE-DD.
           MOVE 'ADRCHGO' TO BKO-PF-BAD-DD.
           MOVE 'ADRCHGR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-ACG-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4441-COUNT-ACG THRU 4441-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ACG-BAD-FL.
           OPEN INPUT BKO-ACG-PRE-FL.
           OPEN OUTPUT BKO-ACG-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4442-COPY-ACG THRU 4442-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-ACG-PRE-FL.
           CLOSE BKO-ACG-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4440-EXIT.
           EXIT.
       4441-COUNT-ACG.
           READ BKO-ACG-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4441-EXIT.
           EXIT.
       4442-COPY-ACG.
           READ BKO-ACG-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4442-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-ACG-RST-RECORD FROM BKO-ACG-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4442-EXIT.
           EXIT.
       4450-RESTORE-LAC.
           MOVE 'LASTACTI' TO BKO-PF-PRE-DD.
           MOVE 'LASTACTO' TO BKO-PF-BAD-DD.
           MOVE 'LASTACTR' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-LAC-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4451-COUNT-LAC THRU 4451-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LAC-BAD-FL.
           OPEN INPUT BKO-LAC-PRE-FL.
           OPEN OUTPUT BKO-LAC-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4452-COPY-LAC THRU 4452-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-LAC-PRE-FL.
           CLOSE BKO-LAC-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4450-EXIT.
           EXIT.
       4451-COUNT-LAC.
           READ BKO-LAC-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4451-EXIT.
           EXIT.
       4452-COPY-LAC.
           READ BKO-LAC-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4452-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-LAC-RST-RECORD FROM BKO-LAC-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4452-EXIT.
           EXIT.
       4460-RESTORE-PNT.
           MOVE 'PRENOTEI' TO BKO-PF-PRE-DD.
           MOVE 'PRENOTEO' TO BKO-PF-BAD-DD.
           MOVE 'PRENOTER' TO BKO-PF-RST-DD.
           MOVE ZERO TO BKO-BEFORE-CT.
           MOVE ZERO TO BKO-PRE-RUN-CT.
           MOVE ZERO TO BKO-AFTER-CT.
           OPEN INPUT BKO-PNT-BAD-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4461-COUNT-PNT THRU 4461-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PNT-BAD-FL.
           OPEN INPUT BKO-PNT-PRE-FL.
           OPEN OUTPUT BKO-PNT-RST-FL.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4462-COPY-PNT THRU 4462-EXIT
               UNTIL BKO-EOF.
           CLOSE BKO-PNT-PRE-FL.
           CLOSE BKO-PNT-RST-FL.
           PERFORM 4900-PROVE-ONE-FILE THRU 4900-EXIT.
       4460-EXIT.
           EXIT.
       4461-COUNT-PNT.
           READ BKO-PNT-BAD-FL
               AT END
                   SET BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BKO-BEFORE-CT
           END-READ.
       4461-EXIT.
           EXIT.
       4462-COPY-PNT.
           READ BKO-PNT-PRE-FL
               AT END
                   SET BKO-EOF TO TRUE
           END-READ.
           IF BKO-EOF
               GO TO 4462-EXIT
           END-IF.
           ADD 1 TO BKO-PRE-RUN-CT.
           WRITE BKO-PNT-RST-RECORD FROM BKO-PNT-PRE-RECORD.
           ADD 1 TO BKO-AFTER-CT.
       4462-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE RESTORED GENERATION MUST HOLD EXACTLY WHAT THE     *
      *    PRE-RUN GENERATION HELD                                *
      *---------------------------------------------------------*
       4900-PROVE-ONE-FILE.
           ADD 1 TO BKO-FILES-RESTORED-CT.
           ADD BKO-AFTER-CT TO BKO-TOTAL-RESTORED-CT.
           MOVE BKO-PF-BAD-DD TO BKO-PL-BAD-DD.
           MOVE BKO-BEFORE-CT TO BKO-PL-BEFORE-CT.
           MOVE BKO-PF-PRE-DD TO BKO-PL-PRE-DD.
           MOVE BKO-PRE-RUN-CT TO BKO-PL-PRE-RUN-CT.
           MOVE BKO-PF-RST-DD TO BKO-PL-RST-DD.
           MOVE BKO-AFTER-CT TO BKO-PL-AFTER-CT.
           IF BKO-AFTER-CT = BKO-PRE-RUN-CT
               MOVE 'RESTORED - COUNTS AGREE' TO BKO-PL-PROOF
           ELSE
               MOVE 'COUNT MISMATCH' TO BKO-PL-PROOF
               SET BKO-PROOF-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE BKO-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PUT BACK THE FEED IDENTITY THE BAD RUN REPLACED SO     *
      *    THE STALE-FEED GUARD ACCEPTS THE SAME FEED AGAIN       *
      *---------------------------------------------------------*
       5000-ROLLBACK-FEED-CTL.
           MOVE BKO-STAMP-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE BKO-STAMP-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           EVALUATE BKO-RQ-PROGRAM-ID
               WHEN '857-REPORT'
                   PERFORM 5100-ROLLBACK-PYO-STAMP THRU 5100-EXIT
               WHEN 'SDCM-CASH-MOVEMENT'
                   PERFORM 5200-ROLLBACK-CSH-STAMP THRU 5200-EXIT
               WHEN 'POS-SHARE-POSITION'
                   PERFORM 5300-ROLLBACK-POS-STAMP THRU 5300-EXIT
               WHEN OTHER
                   MOVE 'PROGRAM KEEPS NO FEED-CONTROL STAMP'
                       TO BKO-NL-TEXT
                   MOVE BKO-NOTE-LINE TO RPT-DETAIL-LINE
                   PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-EVALUATE.
       5000-EXIT.
           EXIT.
       5100-ROLLBACK-PYO-STAMP.
           OPEN I-O BKO-PYO-FEED-CTL-FL.
           READ BKO-PYO-FEED-CTL-FL
               AT END
                   MOVE 'FEED CONTROL EMPTY - NOTHING TO ROLL BACK'
                       TO BKO-NL-TEXT
                   MOVE BKO-NOTE-LINE TO RPT-DETAIL-LINE
                   PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
                   CLOSE BKO-PYO-FEED-CTL-FL
                   GO TO 5100-EXIT
           END-READ.
           MOVE 'PYOFCTL' TO BKO-SL-DD.
           MOVE PCTL-WKO-NBR-ID TO BKO-PS-WKO-NBR-ID.
           MOVE PCTL-PER-END-DT TO BKO-PS-PER-END-DT.
           MOVE BKO-PYO-STAMP-WORK TO BKO-SL-BEFORE.
           MOVE PCTL-PRIOR-WKO-NBR-ID TO PCTL-WKO-NBR-ID.
           MOVE PCTL-PRIOR-PER-END-DT TO PCTL-PER-END-DT.
           MOVE SPACES TO PCTL-PRIOR-WKO-NBR-ID.
           MOVE ZERO TO PCTL-PRIOR-PER-END-DT.
           REWRITE BKO-PYO-FEED-CTL-RECORD.
           CLOSE BKO-PYO-FEED-CTL-FL.
           MOVE PCTL-WKO-NBR-ID TO BKO-PS-WKO-NBR-ID.
           MOVE PCTL-PER-END-DT TO BKO-PS-PER-END-DT.
           MOVE BKO-PYO-STAMP-WORK TO BKO-SL-AFTER.
           MOVE BKO-STAMP-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       5100-EXIT.
           EXIT.
       5200-ROLLBACK-CSH-STAMP.
           OPEN I-O BKO-CSH-FEED-CTL-FL.
           READ BKO-CSH-FEED-CTL-FL
               AT END
                   MOVE 'FEED CONTROL EMPTY - NOTHING TO ROLL BACK'
                       TO BKO-NL-TEXT
                   MOVE BKO-NOTE-LINE TO RPT-DETAIL-LINE
                   PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
                   CLOSE BKO-CSH-FEED-CTL-FL
                   GO TO 5200-EXIT
           END-READ.
           MOVE 'CSHFCTL' TO BKO-SL-DD.
           MOVE SCTL-RUN-DTE-TME TO BKO-CS-RUN-DTE-TME.
           MOVE SCTL-CYCLE-CD TO BKO-CS-CYCLE-CD.
           MOVE BKO-CSH-STAMP-WORK TO BKO-SL-BEFORE.
           MOVE SCTL-PRIOR-RUN-DTE-TME TO SCTL-RUN-DTE-TME.
           MOVE SCTL-PRIOR-CYCLE-CD TO SCTL-CYCLE-CD.
           MOVE SPACES TO SCTL-PRIOR-RUN-DTE-TME.
           MOVE SPACES TO SCTL-PRIOR-CYCLE-CD.
           REWRITE BKO-CSH-FEED-CTL-RECORD.
           CLOSE BKO-CSH-FEED-CTL-FL.
           MOVE SCTL-RUN-DTE-TME TO BKO-CS-RUN-DTE-TME.
           MOVE SCTL-CYCLE-CD TO BKO-CS-CYCLE-CD.
           MOVE BKO-CSH-STAMP-WORK TO BKO-SL-AFTER.
           MOVE BKO-STAMP-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       5200-EXIT.
           EXIT.
       5300-ROLLBACK-POS-STAMP.
           OPEN I-O BKO-POS-FEED-CTL-FL.
           READ BKO-POS-FEED-CTL-FL
               AT END
                   MOVE 'FEED CONTROL EMPTY - NOTHING TO ROLL BACK'
                       TO BKO-NL-TEXT
                   MOVE BKO-NOTE-LINE TO RPT-DETAIL-LINE
                   PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
                   CLOSE BKO-POS-FEED-CTL-FL
                   GO TO 5300-EXIT
           END-READ.
           MOVE 'POSFCTL' TO BKO-SL-DD.
           MOVE BCTL-RUN-DTE-TME TO BKO-QS-RUN-DTE-TME.
           MOVE BKO-POS-STAMP-WORK TO BKO-SL-BEFORE.
           MOVE BCTL-PRIOR-RUN-DTE-TME TO BCTL-RUN-DTE-TME.
           MOVE SPACES TO BCTL-PRIOR-RUN-DTE-TME.
           REWRITE BKO-POS-FEED-CTL-RECORD.
           CLOSE BKO-POS-FEED-CTL-FL.
           MOVE BCTL-RUN-DTE-TME TO BKO-QS-RUN-DTE-TME.
           MOVE BKO-POS-STAMP-WORK TO BKO-SL-AFTER.
           MOVE BKO-STAMP-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       5300-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE BKO-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE BKO-RQ-PROGRAM-ID TO BKO-RL-PROGRAM-ID.
           MOVE BKO-RQ-RUN-DATE TO BKO-RL-RUN-DATE.
           MOVE BKO-RQ-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BAD RUN RECORD COUNT: ' TO BKO-TL-LABEL.
           MOVE BKO-LAST-RECORD-CT TO BKO-TL-COUNT.
           MOVE BKO-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MASTERS RESTORED: ' TO BKO-TL-LABEL.
           MOVE BKO-FILES-RESTORED-CT TO BKO-TL-COUNT.
           MOVE BKO-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RECORDS RESTORED: ' TO BKO-TL-LABEL.
           MOVE BKO-TOTAL-RESTORED-CT TO BKO-TL-COUNT.
           MOVE BKO-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO BKO-RUN-CTL-RECORD.
           MOVE 'BKO-CYCLE-BACKOUT' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE BKO-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE BACKOUT EVENT IS POSTED UNDER THE BACKED-OUT       *
      *    PROGRAM'S OWN NAME SO THE GATEKEEPER HOLDS ITS         *
      *    DEPENDENTS UNTIL THE RERUN POSTS A FRESH END           *
      *---------------------------------------------------------*
       9055-POST-BACKOUT-EVENT.
           MOVE SPACES TO BKO-RUN-CTL-RECORD.
           MOVE BKO-RQ-PROGRAM-ID TO RCTL-PROGRAM-ID.
           MOVE 'BKOUT' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE BKO-TOTAL-RESTORED-CT TO RCTL-RECORD-CT.
           MOVE BKO-RUN-RC TO RCTL-RETURN-CD.
           WRITE BKO-RUN-CTL-RECORD.
       9055-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO BKO-RUN-CTL-RECORD.
           MOVE 'BKO-CYCLE-BACKOUT' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE BKO-TOTAL-RESTORED-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE BKO-RUN-CTL-RECORD.
           CLOSE BKO-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REQUEST THAT DOES NOT NAME THE NEWEST COMPLETED RUN  *
      *    OF A SUPPORTED PROGRAM TOUCHES NOTHING                 *
      *---------------------------------------------------------*
       9100-ABORT-REQUEST.
           MOVE BKO-REQUEST-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO BKO-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE BKO-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE BKO-REQUEST-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF BKO-NEW-RC > BKO-RUN-RC
               MOVE BKO-NEW-RC TO BKO-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF BKO-PROOF-OUT-OF-BALANCE
               MOVE 8 TO BKO-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE BKO-RUN-RC TO BKO-RCD-OUT.
           EVALUATE BKO-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO BKO-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO BKO-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO BKO-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO BKO-RCD-REASON
           END-EVALUATE.
           MOVE BKO-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE BKO-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9055-POST-BACKOUT-EVENT THRU 9055-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE PARAGRAPHS TO THE COMMON REPORT WRITER          *
      *---------------------------------------------------------*
       9500-WRITE-REPORT-DETAIL.
           SET RPT-FUNC-DETAIL TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9500-EXIT.
           EXIT.
       9510-START-REPORT-SECTION.
           SET RPT-FUNC-SECTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
           MOVE SPACES TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
       9510-EXIT.
           EXIT.
       9520-OPEN-REPORT.
           SET RPT-FUNC-OPEN TO TRUE.
           MOVE 'BKO-CYCLE-BACKOUT' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
