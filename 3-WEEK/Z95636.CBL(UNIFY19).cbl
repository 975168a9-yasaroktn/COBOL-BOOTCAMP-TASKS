       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG023.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  Para birimi denge denetimi artık fişe
      *                  yazılacak borç ve alacak satırlarından, her
      *                  satırın tarafına göre toplanıyor; borç ve
      *                  alacak hesabı aynı olan GLMAP satırı
      *                  yüklenmiyor. GLJRNL'ye yazılan her kaydın
      *                  durumu denetleniyor; yazılamayan fiş
      *                  verilmiş sayılmaz, GLCTL'ye yazılmaz (RC 12).
      *2026-10-11  Y.O.  LOG-IN kayıt düzeni PBEG006'nın çift kontrol
      *                  alanlarıyla (talebi giren ve onaylayan
      *                  kullanıcı, onay zamanı) genişletildi.
      *2026-10-09  Y.O.  Gece sonu genel muhasebe yevmiye arayüzü
      *                  programı ilk sürümü: günün tahakkuk,
      *                  kapitalizasyon, stopaj, müşteri hareketi ve
      *                  bakım etkileri GLMAP eşleme tablosundaki
      *                  hesaplarla borç/alacak satırlarına çevrilir,
      *                  para birimi bazında denge denetiminden geçen
      *                  fiş GLJRNL'ye verilir ve GLCTLRPT kontrol
      *                  raporu basılır.
      *--------------------
      * Günün para hareketlerini genel muhasebeye çift taraflı yevmiye
      * fişi olarak veren programdır. Girdiler:
      *   ACRAUDIT - PBEG005/PBEG007 tahakkuk denetim satırları (JCL'de
      *              iki programın AUDITFIL çıktısı art arda bağlanır);
      *              hareket türü ACR, tutar AUD-UPLIFT.
      *   CAPAUDIT - PBEG021 kapitalizasyon satırları; hareket türü
      *              CAP, tutar müşteriye işlenen net faiz.
      *   CLSAUDIT - PBEG006 hesap kapama kapitalizasyonu; CAP gibi.
      *   TXNAUDIT - PBEG022 yatırma/çekme/virman satırları; hareket
      *              türü TXN, tutar işaretli hareket.
      *   TAXLEDG  - iş günü bu çalışmanınki olan stopaj defteri
      *              satırları; hareket türü WHT, tutar stopaj.
      *   MAINTLOG - PBEG006 LOG-FILE'ının APPLIED satırları: ekleme,
      *              değiştirme ve silmenin bakiye etkisi MNT, hesap
      *              kapamada müşteriye ödenen son bakiye CLS türüdür.
      * Hareketler para birimi + hareket türü bazında toplanır. Her
      * toplam GLMAP tablosundaki borç ve alacak hesabına yazılır;
      * toplam eksiyse taraflar yer değiştirir. Para birimi bazında
      * borç ve alacak toplamları eşit değilse ya da eşlemesi olmayan
      * bir hareket varsa fiş verilmez (GLJRNL boş kalır, dönüş kodu
      * 8). Verilen iş günü GLCTL dosyasına yazılır; aynı gün ikinci
      * kez verilemez.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACR-AUD-FILE ASSIGN TO ACRAUDIT
                           STATUS ACR-ST.
           SELECT CAP-AUD-FILE ASSIGN TO CAPAUDIT
                           STATUS CAP-ST.
           SELECT CLS-AUD-FILE ASSIGN TO CLSAUDIT
                           STATUS CLA-ST.
           SELECT TXN-AUD-FILE ASSIGN TO TXNAUDIT
                           STATUS TXA-ST.
           SELECT TAX-FILE ASSIGN TO TAXLEDG
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY TAX-KEY
                           STATUS TAX-ST.
           SELECT LOG-IN ASSIGN TO MAINTLOG
                           STATUS RLG-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RATE-DVZ
                           STATUS RATE-ST.
           SELECT MAP-FILE ASSIGN TO GLMAP
                           STATUS MAP-ST.
           SELECT GLJ-FILE ASSIGN TO GLJRNL
                           STATUS GLJ-ST.
           SELECT CTL-RPT-FILE ASSIGN TO GLCTLRPT
                           STATUS RPT-ST.
           SELECT REL-CTL-FILE ASSIGN TO GLCTL
                           STATUS CTL-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Dört denetim girdisinin kayıt düzeni AUDREC kopya
      *kitaplığındadır; kayıtlar çalışma alanındaki AUD-REC'e okunur
      *(READ ... INTO) ki aynı alanlar dört dosya için de kullanılsın.
       FD  ACR-AUD-FILE RECORDING MODE F.
       01  ACR-AUD-LINE        PIC X(75).
       FD  CAP-AUD-FILE RECORDING MODE F.
       01  CAP-AUD-LINE        PIC X(75).
       FD  CLS-AUD-FILE RECORDING MODE F.
       01  CLS-AUD-LINE        PIC X(75).
       FD  TXN-AUD-FILE RECORDING MODE F.
       01  TXN-AUD-LINE        PIC X(75).
      *TAX-FILE, PBEG021/PBEG006'nın yazdığı stopaj defteridir (TAXREC
      *kopya kitaplığı); isteğe bağlıdır, henüz hiç oluşturulmamışsa
      *stopaj satırı yoktur.
       FD  TAX-FILE.
           COPY TAXREC.
      *LOG-IN, PBEG006'nın yazdığı LOG-FILE'dır; kayıt düzeni UNIFY02
      *programındaki LOG-REC ile aynıdır (alanlar RL- önekiyle
      *tanımlıdır, UNIFY09'daki gibi).
       FD  LOG-IN RECORDING MODE F.
       01  RL-REC.
           05 RL-ACTION       PIC X(1).
           05 FILLER          PIC X.
           05 RL-ID           PIC 9(5).
           05 FILLER          PIC X.
           05 RL-DVZ          PIC S9(3).
           05 FILLER          PIC X.
           05 RL-RESULT       PIC X(20).
           05 FILLER          PIC X.
           05 RL-BEFORE.
              10 RL-BI-NAME      PIC X(15).
              10 RL-BI-SURNAME   PIC 9(15).
              10 RL-BI-DATE      PIC S9(7).
              10 RL-BI-BALLANCE  PIC S9(15).
           05 FILLER          PIC X.
           05 RL-AFTER.
              10 RL-AI-NAME      PIC X(15).
              10 RL-AI-SURNAME   PIC 9(15).
              10 RL-AI-DATE      PIC S9(7).
              10 RL-AI-BALLANCE  PIC S9(15).
           05 FILLER          PIC X.
           05 RL-MAKER-ID     PIC X(8).
           05 FILLER          PIC X.
           05 RL-CHECKER-ID   PIC X(8).
           05 FILLER          PIC X.
           05 RL-APPR-TS      PIC 9(14).
      *RATE-FILE, LOG-FILE'daki sayısal para birimi anahtarlarını
      *etikete çevirmek için okunur; kayıt düzeni RATEREC kopya
      *kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *MAP-FILE, muhasebenin bakımını yaptığı hesap eşleme tablosudur:
      *para birimi etiketi + hareket türü için borç ve alacak
      *hesapları. Hareket türleri ve pozitif tutarın anlamı:
      *  ACR  günlük tahakkuk      borç faiz gideri,
      *                            alacak tahakkuk eden faiz
      *  CAP  net faiz işleme      borç tahakkuk eden faiz,
      *                            alacak mevduat
      *  WHT  stopaj               borç tahakkuk eden faiz,
      *                            alacak ödenecek stopaj
      *  TXN  müşteri hareketi     borç şube takas, alacak mevduat
      *  MNT  bakım düzeltmesi     borç bakım ara hesabı,
      *                            alacak mevduat
      *  CLS  hesap kapama ödemesi borç mevduat,
      *                            alacak kapanan hesap ödemesi
       FD  MAP-FILE RECORDING MODE F.
       01  MAP-REC.
           05 MAP-LABEL        PIC X(3).
           05 FILLER           PIC X.
           05 MAP-MOVE-TYPE    PIC X(3).
           05 FILLER           PIC X.
           05 MAP-DR-ACCT      PIC X(10).
           05 FILLER           PIC X.
           05 MAP-CR-ACCT      PIC X(10).
           05 FILLER           PIC X.
           05 MAP-DESC         PIC X(20).
           05 FILLER           PIC X(30).
      *GLJ-FILE, muhasebe sistemine verilen yevmiye fişidir; kayıt
      *düzeni GLJREC kopya kitaplığındadır. Fiş dengesizse dosya boş
      *bırakılır.
       FD  GLJ-FILE RECORDING MODE F.
           COPY GLJREC.
      *CTL-RPT-FILE, fişin kontrol raporudur; başlık, kolon, para
      *birimi denge ve özet satırları aynı alanı REDEFINES eder.
       FD  CTL-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-LABEL        PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-MOVE-TYPE    PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-ITEMS        PIC 9(7).
           05 FILLER           PIC X(1).
           05 RPT-DR-ACCT      PIC X(10).
           05 FILLER           PIC X(1).
           05 RPT-CR-ACCT      PIC X(10).
           05 FILLER           PIC X(1).
           05 RPT-AMOUNT       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-STATUS       PIC X(8).
           05 FILLER           PIC X(17).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(32).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(30).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-CCY-HDG       PIC X(4).
           05 RC-TYPE-HDG      PIC X(4).
           05 RC-ITEMS-HDG     PIC X(8).
           05 RC-DR-HDG        PIC X(11).
           05 RC-CR-HDG        PIC X(11).
           05 RC-AMT-HDG       PIC X(17).
           05 RC-STAT-HDG      PIC X(8).
           05 FILLER           PIC X(17).
       01  RPT-BALANCE-LINE REDEFINES RPT-DETAIL-LINE.
           05 RB-LABEL         PIC X(3).
           05 FILLER           PIC X(1).
           05 RB-DR-LIT        PIC X(10).
           05 RB-DEBITS        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RB-CR-LIT        PIC X(10).
           05 RB-CREDITS       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RB-STATUS        PIC X(8).
           05 FILLER           PIC X(14).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(40).
           05 RF-LINES-LIT     PIC X(8).
           05 RF-LINES         PIC 9(6).
           05 FILLER           PIC X(26).
      *REL-CTL-FILE, muhasebeye verilen her iş gününün tarihini ve
      *zaman damgasını taşır; açılışta taranarak aynı günün ikinci kez
      *verilmesi engellenir (UNIFY18'deki TXNCTL düzeninin aynısıdır).
       FD  REL-CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-RELEASED-DATE PIC 9(8).
           05 CTL-RUN-TS       PIC 9(14).
           05 FILLER           PIC X(58).
      *RUNPARM-FILE, gece işlerinin ortak kullandığı çalışma-kontrol
      *parametresini taşır (RUNPARM kopya kitaplığı); burada yalnızca
      *etkin iş günü için okunur.
       FD  RUNPARM-FILE RECORDING MODE F.
           COPY RUNPARM.
      *STATS-FILE, her çalışmanın sonunda eklenen standart çalışma-
      *istatistik kaydını taşır (RUNSTAT kopya kitaplığı); PBEG009
      *gece sonu özet raporu bu dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-RUN-DATE-OVERRIDE PIC 9(8).
           05  WS-RUN-TIMESTAMP PIC 9(14).
           05  WS-BUSINESS-DATE PIC 9(8).
           05  WS-RELEASED-FOUND-SW PIC X(1).
              88 WS-RELEASED-FOUND VALUE 'Y'.
           05  WS-TAX-OPEN-SW   PIC X(1).
              88 WS-TAX-OPEN      VALUE 'Y'.
           05  WS-RELEASE-SW    PIC X(1) VALUE 'N'.
              88 WS-RELEASE-OK    VALUE 'Y'.
           05  WS-WORK-LABEL    PIC X(3).
           05  WS-WORK-TYPE     PIC X(3).
           05  WS-WORK-AMOUNT   PIC S9(15).
           05  WS-POST-AMOUNT   PIC S9(15).
           05  WS-BI-WORK       PIC S9(15).
           05  WS-AI-WORK       PIC S9(15).
           05  WS-DR-ACCT       PIC X(10).
           05  WS-CR-ACCT       PIC X(10).
           05  WS-LINE-ACCT     PIC X(10).
           05  WS-LINE-SIDE     PIC X(1).
           05  WS-TOTAL-DEBITS  PIC 9(17) VALUE ZERO.
           05  WS-TOTAL-CREDITS PIC 9(17) VALUE ZERO.
           05  WS-CNT-ACR-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-CAP-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-CLS-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-TXN-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-TAX-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-LOG-READ  PIC 9(7) VALUE ZERO.
           05  WS-CNT-MAP-BAD   PIC 9(7) VALUE ZERO.
           05  WS-CNT-UNMAPPED  PIC 9(7) VALUE ZERO.
           05  WS-CNT-OUT       PIC 9(7) VALUE ZERO.
           05  WS-CNT-LINES     PIC 9(6) VALUE ZERO.
         03  PROGRAM-ST.
           05 ACR-ST         PIC 99.
              88 ACR-SUCCESS             VALUE 00 97.
              88 ACR-EOF                 VALUE 10.
           05 CAP-ST         PIC 99.
              88 CAP-SUCCESS             VALUE 00 97.
              88 CAP-EOF                 VALUE 10.
           05 CLA-ST         PIC 99.
              88 CLA-SUCCESS             VALUE 00 97.
              88 CLA-EOF                 VALUE 10.
           05 TXA-ST         PIC 99.
              88 TXA-SUCCESS             VALUE 00 97.
              88 TXA-EOF                 VALUE 10.
           05 TAX-ST         PIC 99.
              88 TAX-SUCCESS             VALUE 00 97.
              88 TAX-EOF                 VALUE 10.
           05 RLG-ST         PIC 99.
              88 RLG-SUCCESS             VALUE 00 97.
              88 RLG-EOF                 VALUE 10.
           05 RATE-ST        PIC 99.
              88 RATE-SUCCESS            VALUE 00 97.
              88 RATE-EOF                VALUE 10.
           05 MAP-ST         PIC 99.
              88 MAP-SUCCESS             VALUE 00 97.
              88 MAP-EOF                 VALUE 10.
           05 GLJ-ST         PIC 99.
              88 GLJ-SUCCESS             VALUE 00 97.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 CTL-ST         PIC 99.
              88 CTL-SUCCESS             VALUE 00 97.
              88 CTL-EOF                 VALUE 10.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *Dört denetim girdisinin ortak okuma alanı (AUDREC düzeni).
           COPY AUDREC.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen para birimi
      *anahtarlarını ve etiketlerini taşır (UNIFY09'daki yükleme
      *düzeninin aynısıdır).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-FOUND-SW PIC X(1).
              88  WS-RATE-FOUND   VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
      *WS-MAP-TABLE, GLMAP'tan açılışta yüklenen hesap eşlemelerini
      *taşır.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-MAP-IDX       PIC 9(3).
           05  WS-MAP-FOUND-SW  PIC X(1).
              88  WS-MAP-FOUND    VALUE 'Y'.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
              10  WS-MP-LABEL      PIC X(3).
              10  WS-MP-TYPE       PIC X(3).
              10  WS-MP-DR-ACCT    PIC X(10).
              10  WS-MP-CR-ACCT    PIC X(10).
              10  WS-MP-DESC       PIC X(20).
      *WS-JRN-TABLE, para birimi + hareket türü bazındaki fiş
      *toplamlarını taşır; WS-JE-MAP-IDX eşleme tablosundaki girişi
      *gösterir (sıfır = eşleme yok).
       01  WS-JRN-TABLE.
           05  WS-JRN-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-JRN-IDX       PIC 9(3).
           05  WS-JRN-FOUND-SW  PIC X(1).
              88  WS-JRN-FOUND    VALUE 'Y'.
           05  WS-JRN-ENTRY OCCURS 60 TIMES.
              10  WS-JE-LABEL      PIC X(3).
              10  WS-JE-TYPE       PIC X(3).
              10  WS-JE-ITEMS      PIC 9(7).
              10  WS-JE-AMOUNT     PIC S9(15).
              10  WS-JE-MAP-IDX    PIC 9(3).
      *WS-CCY-TABLE, para birimi bazında fişe girecek borç ve alacak
      *toplamlarını taşır.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-CCY-IDX       PIC 9(2).
           05  WS-CCY-FOUND-SW  PIC X(1).
              88  WS-CCY-FOUND    VALUE 'Y'.
           05  WS-CCY-ENTRY OCCURS 10 TIMES.
              10  WS-CE-LABEL      PIC X(3).
              10  WS-CE-DEBITS     PIC S9(15).
              10  WS-CE-CREDITS    PIC S9(15).
              10  WS-CE-UNMAPPED   PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Yevmiye programının ana akışını gösterir: dosyalar açılır,
      *altı girdi sırayla sonuna kadar toplanır, fiş para birimi
      *bazında denge denetiminden geçirilir, dengeliyse muhasebeye
      *verilir ve program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-ADD-ACCRUAL UNTIL ACR-EOF.
           PERFORM H210-ADD-CAPITAL UNTIL CAP-EOF.
           PERFORM H220-ADD-CLOSE-CAPITAL UNTIL CLA-EOF.
           PERFORM H230-ADD-POSTING UNTIL TXA-EOF.
           PERFORM H300-ADD-TAX UNTIL TAX-EOF.
           PERFORM H400-ADD-LOG UNTIL RLG-EOF.
           PERFORM H500-BALANCE-JOURNAL.
           IF WS-RELEASE-OK
              PERFORM H600-RELEASE-JOURNAL
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini,
      *yeniden çalıştırma denetimini, para birimi ve eşleme
      *tablolarının yüklenmesini ve girdilerin ilk kayıtlarının
      *okunmasını sağlar. TAXLEDG isteğe bağlıdır.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H150-CHECK-RERUN.
           MOVE 'N' TO WS-TAX-OPEN-SW.
           OPEN INPUT TAX-FILE.
           IF TAX-SUCCESS
              MOVE 'Y' TO WS-TAX-OPEN-SW
           ELSE
              MOVE 10 TO TAX-ST
           END-IF.
           OPEN INPUT  ACR-AUD-FILE.
           OPEN INPUT  CAP-AUD-FILE.
           OPEN INPUT  CLS-AUD-FILE.
           OPEN INPUT  TXN-AUD-FILE.
           OPEN INPUT  LOG-IN.
           OPEN INPUT  RATE-FILE.
           OPEN INPUT  MAP-FILE.
           OPEN OUTPUT GLJ-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H115-LOAD-MAP-TABLE.
           PERFORM H160-WRITE-RPT-HEADING.
           IF WS-TAX-OPEN
              READ TAX-FILE
           END-IF.
           READ ACR-AUD-FILE INTO AUD-REC.
           READ CAP-AUD-FILE INTO AUD-REC.
           READ CLS-AUD-FILE INTO AUD-REC.
           READ TXN-AUD-FILE INTO AUD-REC.
           READ LOG-IN.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder; açılamayan
      *dosya varsa durum kodu gösterilip program sonlandırılır.
      *Yalnızca o gün hareketi olmayan girdiler (ör. ay sonu dışında
      *CAPAUDIT) JCL'de DUMMY verilir.
       H110-OPEN-CONTROL.
           IF (ACR-ST NOT = 0) AND (ACR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ACCRUAL AUDIT FILE: ' ACR-ST
           MOVE ACR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (CAP-ST NOT = 0) AND (CAP-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CAPITALIZATION AUDIT FILE: ' CAP-ST
           MOVE CAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (CLA-ST NOT = 0) AND (CLA-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CLOSING AUDIT FILE: ' CLA-ST
           MOVE CLA-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (TXA-ST NOT = 0) AND (TXA-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN POSTING AUDIT FILE: ' TXA-ST
           MOVE TXA-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN LOG FILE: ' RLG-ST
           MOVE RLG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RATE-ST NOT = 0) AND (RATE-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN RATE FILE: ' RATE-ST
           MOVE RATE-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (MAP-ST NOT = 0) AND (MAP-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GL MAPPING FILE: ' MAP-ST
           MOVE MAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (GLJ-ST NOT = 0) AND (GLJ-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GL JOURNAL FILE: ' GLJ-ST
           MOVE GLJ-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN JOURNAL CONTROL REPORT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi kullanılır.
       H140-READ-RUNPARM.
           MOVE ZERO TO WS-RUN-DATE-OVERRIDE.
           OPEN INPUT RUNPARM-FILE.
           IF PARM-SUCCESS
              PERFORM H141-LOAD-RUNPARM
              CLOSE RUNPARM-FILE
           END-IF.
       H140-END. EXIT.

       H141-LOAD-RUNPARM.
           READ RUNPARM-FILE.
           IF PARM-SUCCESS
              MOVE PARM-RUN-DATE TO WS-RUN-DATE-OVERRIDE
           END-IF.
       H141-END. EXIT.
      *GLCTL dosyası baştan sona taranır; bu çalışmanın iş günü daha
      *önce muhasebeye verilmişse program hiçbir dosya açmadan dönüş
      *kodu 8 ile sonlandırılır (aynı fiş muhasebeye iki kez gitmesin).
      *Dosya henüz yoksa hiçbir gün verilmemiştir.
       H150-CHECK-RERUN.
           MOVE 'N' TO WS-RELEASED-FOUND-SW.
           OPEN INPUT REL-CTL-FILE.
           IF CTL-SUCCESS
              PERFORM H151-SCAN-REL-CTL
              CLOSE REL-CTL-FILE
           END-IF.
           IF WS-RELEASED-FOUND
              DISPLAY 'PBEG023 BUSINESS DATE ' WS-BUSINESS-DATE
                 ' ALREADY RELEASED TO GL - RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       H150-END. EXIT.

       H151-SCAN-REL-CTL.
           READ REL-CTL-FILE.
           PERFORM H152-SCAN-REL-NEXT UNTIL CTL-EOF.
       H151-END. EXIT.

       H152-SCAN-REL-NEXT.
           IF CTL-RELEASED-DATE = WS-BUSINESS-DATE
              MOVE 'Y' TO WS-RELEASED-FOUND-SW
           END-IF.
           READ REL-CTL-FILE.
       H152-END. EXIT.
      *RATE-FILE, RATE-DVZ sırasına göre baştan sona taranarak
      *WS-RATE-TABLE'a yüklenir (UNIFY02'deki yükleme düzeninin
      *aynısıdır).
       H105-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE ZERO TO RATE-DVZ.
           START RATE-FILE KEY IS NOT LESS THAN RATE-DVZ
              INVALID KEY MOVE 10 TO RATE-ST.
           IF RATE-SUCCESS
              READ RATE-FILE NEXT RECORD
              PERFORM H106-ADD-RATE-ENTRY UNTIL RATE-EOF
           END-IF.
       H105-END. EXIT.

       H106-ADD-RATE-ENTRY.
           IF WS-RATE-COUNT = 10
              DISPLAY 'RATE-FILE HAS MORE THAN 10 CURRENCIES - '
                 'WS-RATE-TABLE IS FULL, PROGRAM TERMINATED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-DVZ TO WS-RT-DVZ(WS-RATE-COUNT).
           MOVE RATE-LABEL TO WS-RT-LABEL(WS-RATE-COUNT).
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *GLMAP baştan sona okunarak WS-MAP-TABLE'a yüklenir. Borç ya da
      *alacak hesabı boş olan ya da borç ve alacak hesabı aynı olan
      *satır kullanılamaz; gösterilir ve yüklenmez (o hareket
      *eşlemesiz kalır ve fiş verilmez).
       H115-LOAD-MAP-TABLE.
           MOVE ZERO TO WS-MAP-COUNT.
           READ MAP-FILE.
           PERFORM H116-ADD-MAP-ENTRY UNTIL MAP-EOF.
       H115-END. EXIT.

       H116-ADD-MAP-ENTRY.
           EVALUATE TRUE
              WHEN MAP-DR-ACCT = SPACES OR MAP-CR-ACCT = SPACES
                 ADD 1 TO WS-CNT-MAP-BAD
                 DISPLAY 'PBEG023 GL MAPPING ' MAP-LABEL ' '
                    MAP-MOVE-TYPE ' HAS NO DEBIT OR CREDIT ACCOUNT - '
                    'ENTRY IGNORED'
              WHEN MAP-DR-ACCT = MAP-CR-ACCT
                 ADD 1 TO WS-CNT-MAP-BAD
                 DISPLAY 'PBEG023 GL MAPPING ' MAP-LABEL ' '
                    MAP-MOVE-TYPE ' HAS THE SAME DEBIT AND CREDIT '
                    'ACCOUNT - ENTRY IGNORED'
              WHEN OTHER
                 IF WS-MAP-COUNT = 100
                    DISPLAY 'GLMAP HAS MORE THAN 100 ENTRIES - '
                       'WS-MAP-TABLE IS FULL, PROGRAM TERMINATED'
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-MAP-COUNT
                 MOVE MAP-LABEL TO WS-MP-LABEL(WS-MAP-COUNT)
                 MOVE MAP-MOVE-TYPE TO WS-MP-TYPE(WS-MAP-COUNT)
                 MOVE MAP-DR-ACCT TO WS-MP-DR-ACCT(WS-MAP-COUNT)
                 MOVE MAP-CR-ACCT TO WS-MP-CR-ACCT(WS-MAP-COUNT)
                 MOVE MAP-DESC TO WS-MP-DESC(WS-MAP-COUNT)
           END-EVALUATE.
           READ MAP-FILE.
       H116-END. EXIT.
      *Raporun başlık ve kolon başlığı satırlarını yazar.
       H160-WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG023 GL JOURNAL CONTROL' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CCY' TO RC-CCY-HDG.
           MOVE 'TYP' TO RC-TYPE-HDG.
           MOVE '  ITEMS' TO RC-ITEMS-HDG.
           MOVE 'DEBIT GL' TO RC-DR-HDG.
           MOVE 'CREDIT GL' TO RC-CR-HDG.
           MOVE '      NET AMOUNT' TO RC-AMT-HDG.
           MOVE 'STATUS' TO RC-STAT-HDG.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *PBEG005/PBEG007 tahakkuk satırı: gönderim modunda bakiye
      *değişmez, tahakkuk AUD-UPLIFT'tedir.
       H200-ADD-ACCRUAL.
           ADD 1 TO WS-CNT-ACR-READ.
           MOVE AUD-DVZ TO WS-WORK-LABEL.
           MOVE 'ACR' TO WS-WORK-TYPE.
           MOVE AUD-UPLIFT TO WS-WORK-AMOUNT.
           PERFORM H700-ADD-MOVEMENT.
           READ ACR-AUD-FILE INTO AUD-REC.
       H200-END. EXIT.
      *PBEG021 kapitalizasyon satırı: AUD-UPLIFT müşteriye işlenen net
      *faizdir (geri alma satırı eksi tutarla gelir ve netleşir).
       H210-ADD-CAPITAL.
           ADD 1 TO WS-CNT-CAP-READ.
           MOVE AUD-DVZ TO WS-WORK-LABEL.
           MOVE 'CAP' TO WS-WORK-TYPE.
           MOVE AUD-UPLIFT TO WS-WORK-AMOUNT.
           PERFORM H700-ADD-MOVEMENT.
           READ CAP-AUD-FILE INTO AUD-REC.
       H210-END. EXIT.
      *PBEG006 hesap kapama satırı: kapanışta işlenen net faiz
      *kapitalizasyon gibi CAP türüne girer.
       H220-ADD-CLOSE-CAPITAL.
           ADD 1 TO WS-CNT-CLS-READ.
           MOVE AUD-DVZ TO WS-WORK-LABEL.
           MOVE 'CAP' TO WS-WORK-TYPE.
           MOVE AUD-UPLIFT TO WS-WORK-AMOUNT.
           PERFORM H700-ADD-MOVEMENT.
           READ CLS-AUD-FILE INTO AUD-REC.
       H220-END. EXIT.
      *PBEG022 müşteri hareketi: AUD-UPLIFT işaretli hareket
      *tutarıdır (yatırma artı, çekme eksi; virmanın iki bacağı aynı
      *para biriminde birbirini götürür).
       H230-ADD-POSTING.
           ADD 1 TO WS-CNT-TXN-READ.
           MOVE AUD-DVZ TO WS-WORK-LABEL.
           MOVE 'TXN' TO WS-WORK-TYPE.
           MOVE AUD-UPLIFT TO WS-WORK-AMOUNT.
           PERFORM H700-ADD-MOVEMENT.
           READ TXN-AUD-FILE INTO AUD-REC.
       H230-END. EXIT.
      *Stopaj defterinde bu iş günü işlenmiş satırların kesilen
      *stopajı WHT türüne girer; diğer günlerin satırları atlanır.
       H300-ADD-TAX.
           ADD 1 TO WS-CNT-TAX-READ.
           IF TAX-CAP-DATE = WS-BUSINESS-DATE
              MOVE TAX-LABEL TO WS-WORK-LABEL
              MOVE 'WHT' TO WS-WORK-TYPE
              MOVE TAX-AMOUNT TO WS-WORK-AMOUNT
              PERFORM H700-ADD-MOVEMENT
           END-IF.
           READ TAX-FILE.
       H300-END. EXIT.
      *Yalnızca LOG-RESULT = 'APPLIED' olan bakım kayıtları bakiyeyi
      *değiştirmiştir; etki UNIFY09'daki kuralla bulunur: eklemede
      *sonra-bakiye, değiştirmede fark, silmede eksi önce-bakiye (MNT
      *türü). Hesap kapamada önce-bakiye müşteriye ödenen son
      *bakiyedir (CLS türü). Boş kalmış görüntü alanları sıfır
      *sayılır.
       H400-ADD-LOG.
           ADD 1 TO WS-CNT-LOG-READ.
           IF RL-RESULT = 'APPLIED'
              PERFORM H410-APPLY-LOG-DELTA
           END-IF.
           READ LOG-IN.
       H400-END. EXIT.

       H410-APPLY-LOG-DELTA.
           IF RL-BI-BALLANCE NUMERIC
              MOVE RL-BI-BALLANCE TO WS-BI-WORK
           ELSE
              MOVE ZERO TO WS-BI-WORK
           END-IF.
           IF RL-AI-BALLANCE NUMERIC
              MOVE RL-AI-BALLANCE TO WS-AI-WORK
           ELSE
              MOVE ZERO TO WS-AI-WORK
           END-IF.
           MOVE 'MNT' TO WS-WORK-TYPE.
           EVALUATE RL-ACTION
              WHEN 'A' COMPUTE WS-WORK-AMOUNT = WS-AI-WORK
              WHEN 'C' COMPUTE WS-WORK-AMOUNT = WS-AI-WORK
                       - WS-BI-WORK
              WHEN 'D' COMPUTE WS-WORK-AMOUNT = ZERO - WS-BI-WORK
              WHEN 'X' MOVE 'CLS' TO WS-WORK-TYPE
                       MOVE WS-BI-WORK TO WS-WORK-AMOUNT
              WHEN OTHER MOVE ZERO TO WS-WORK-AMOUNT
           END-EVALUATE.
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H415-SEARCH-RATE-DVZ
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF WS-RATE-FOUND
              MOVE WS-RT-LABEL(WS-RATE-IDX) TO WS-WORK-LABEL
           ELSE
              MOVE 'UNK' TO WS-WORK-LABEL
           END-IF.
           PERFORM H700-ADD-MOVEMENT.
       H410-END. EXIT.

       H415-SEARCH-RATE-DVZ.
           IF RL-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H415-END. EXIT.
      *Fiş denge denetimi: her para birimi + hareket türü toplamı
      *eşleme tablosunda aranır ve borç/alacak hesaplarına dağıtılır;
      *para birimi bazında borç ve alacak toplamları karşılaştırılır.
      *Eşlemesiz hareket ya da dengesiz para birimi varsa fiş
      *verilmez ve dönüş kodu 8 olur.
       H500-BALANCE-JOURNAL.
           MOVE 'Y' TO WS-RELEASE-SW.
           MOVE 1 TO WS-JRN-IDX.
           PERFORM H510-MAP-ONE-ENTRY
              UNTIL WS-JRN-IDX > WS-JRN-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM H550-PROVE-ONE-CCY
              UNTIL WS-CCY-IDX > WS-CCY-COUNT.
           IF WS-CNT-UNMAPPED > ZERO OR WS-CNT-OUT > ZERO
              MOVE 'N' TO WS-RELEASE-SW
              DISPLAY 'PBEG023 JOURNAL DOES NOT BALANCE OR HAS '
                 'UNMAPPED MOVEMENTS - NOT RELEASED'
              MOVE 8 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.
      *Toplamın eşlemesi bulunur, fişe yazılacak borç ve alacak
      *satırları para biriminin borç ve alacak toplamlarına eklenir
      *ve rapor satırı yazılır. Toplamı sıfır olan giriş fişe girmez.
       H510-MAP-ONE-ENTRY.
           MOVE WS-JE-LABEL(WS-JRN-IDX) TO WS-WORK-LABEL.
           PERFORM H720-FIND-CCY-ENTRY.
           MOVE 1 TO WS-MAP-IDX.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM H515-SEARCH-MAP-TABLE
              UNTIL WS-MAP-FOUND OR (WS-MAP-IDX > WS-MAP-COUNT).
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-JE-LABEL(WS-JRN-IDX) TO RPT-LABEL.
           MOVE WS-JE-TYPE(WS-JRN-IDX) TO RPT-MOVE-TYPE.
           MOVE WS-JE-ITEMS(WS-JRN-IDX) TO RPT-ITEMS.
           MOVE WS-JE-AMOUNT(WS-JRN-IDX) TO RPT-AMOUNT.
           EVALUATE TRUE
              WHEN WS-JE-AMOUNT(WS-JRN-IDX) = ZERO
                 MOVE ZERO TO WS-JE-MAP-IDX(WS-JRN-IDX)
                 MOVE 'ZERO' TO RPT-STATUS
              WHEN NOT WS-MAP-FOUND
                 MOVE ZERO TO WS-JE-MAP-IDX(WS-JRN-IDX)
                 ADD 1 TO WS-CNT-UNMAPPED
                 ADD 1 TO WS-CE-UNMAPPED(WS-CCY-IDX)
                 MOVE '*NO MAP*' TO RPT-STATUS
              WHEN OTHER
                 MOVE WS-MAP-IDX TO WS-JE-MAP-IDX(WS-JRN-IDX)
                 PERFORM H520-SET-SIDES
                 MOVE WS-DR-ACCT TO RPT-DR-ACCT
                 MOVE WS-CR-ACCT TO RPT-CR-ACCT
                 PERFORM H530-ADD-CCY-LINES
                 MOVE 'OK' TO RPT-STATUS
           END-EVALUATE.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-JRN-IDX.
       H510-END. EXIT.

       H515-SEARCH-MAP-TABLE.
           IF WS-JE-LABEL(WS-JRN-IDX) = WS-MP-LABEL(WS-MAP-IDX)
              AND WS-JE-TYPE(WS-JRN-IDX) = WS-MP-TYPE(WS-MAP-IDX)
              MOVE 'Y' TO WS-MAP-FOUND-SW
           ELSE
              ADD 1 TO WS-MAP-IDX
           END-IF.
       H515-END. EXIT.
      *Pozitif toplam eşlemenin borç hesabına borç, alacak hesabına
      *alacak yazılır; eksi toplamda taraflar yer değiştirir ve tutar
      *pozitife çevrilir.
       H520-SET-SIDES.
           MOVE WS-JE-MAP-IDX(WS-JRN-IDX) TO WS-MAP-IDX.
           IF WS-JE-AMOUNT(WS-JRN-IDX) > ZERO
              MOVE WS-MP-DR-ACCT(WS-MAP-IDX) TO WS-DR-ACCT
              MOVE WS-MP-CR-ACCT(WS-MAP-IDX) TO WS-CR-ACCT
              MOVE WS-JE-AMOUNT(WS-JRN-IDX) TO WS-POST-AMOUNT
           ELSE
              MOVE WS-MP-CR-ACCT(WS-MAP-IDX) TO WS-DR-ACCT
              MOVE WS-MP-DR-ACCT(WS-MAP-IDX) TO WS-CR-ACCT
              COMPUTE WS-POST-AMOUNT =
                      ZERO - WS-JE-AMOUNT(WS-JRN-IDX)
           END-IF.
       H520-END. EXIT.
      *Girişin fişe yazılacak satırları H610-WRITE-ENTRY-LINES'taki
      *gibi kurulur ve her satırın tutarı tarafına göre para biriminin
      *borç ya da alacak toplamına eklenir.
       H530-ADD-CCY-LINES.
           MOVE WS-DR-ACCT TO WS-LINE-ACCT.
           MOVE 'D' TO WS-LINE-SIDE.
           PERFORM H535-ADD-CCY-SIDE.
           MOVE WS-CR-ACCT TO WS-LINE-ACCT.
           MOVE 'C' TO WS-LINE-SIDE.
           PERFORM H535-ADD-CCY-SIDE.
       H530-END. EXIT.

       H535-ADD-CCY-SIDE.
           EVALUATE WS-LINE-SIDE
              WHEN 'D'
                 ADD WS-POST-AMOUNT TO WS-CE-DEBITS(WS-CCY-IDX)
              WHEN 'C'
                 ADD WS-POST-AMOUNT TO WS-CE-CREDITS(WS-CCY-IDX)
           END-EVALUATE.
       H535-END. EXIT.
      *Para biriminin borç ve alacak toplamları rapora yazılır;
      *eşit değilse ya da para biriminde eşlemesiz hareket varsa
      *para birimi dengesiz sayılır.
       H550-PROVE-ONE-CCY.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-CE-LABEL(WS-CCY-IDX) TO RB-LABEL.
           MOVE ' DEBITS:' TO RB-DR-LIT.
           MOVE WS-CE-DEBITS(WS-CCY-IDX) TO RB-DEBITS.
           MOVE ' CREDITS:' TO RB-CR-LIT.
           MOVE WS-CE-CREDITS(WS-CCY-IDX) TO RB-CREDITS.
           EVALUATE TRUE
              WHEN WS-CE-DEBITS(WS-CCY-IDX)
                   NOT = WS-CE-CREDITS(WS-CCY-IDX)
                 ADD 1 TO WS-CNT-OUT
                 MOVE '*OUT*' TO RB-STATUS
              WHEN WS-CE-UNMAPPED(WS-CCY-IDX) > ZERO
                 ADD 1 TO WS-CNT-OUT
                 MOVE '*NO MAP*' TO RB-STATUS
              WHEN OTHER
                 MOVE 'BALANCED' TO RB-STATUS
           END-EVALUATE.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-CCY-IDX.
       H550-END. EXIT.
      *Dengeli fiş muhasebeye verilir: başlık kaydı, eşlenmiş ve
      *sıfır olmayan her toplam için bir borç ve bir alacak satırı,
      *satır sayısı ile borç/alacak toplamlarını taşıyan kapanış
      *kaydı. Ardından iş günü GLCTL'ye yazılır. Herhangi bir kayıt
      *yazılamazsa yazma durdurulur, fiş verilmemiş sayılır ve GLCTL'ye
      *yazılmaz; gün yeniden çalıştırılabilir.
       H600-RELEASE-JOURNAL.
           MOVE SPACES TO GLJ-REC.
           MOVE 'H' TO GLJ-H-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJ-H-BUS-DATE.
           MOVE 'PBEG023' TO GLJ-H-SOURCE.
           MOVE WS-RUN-TIMESTAMP TO GLJ-H-RUN-TS.
           WRITE GLJ-REC.
           IF NOT GLJ-SUCCESS
              PERFORM H630-JOURNAL-FAILED
           END-IF.
           MOVE 1 TO WS-JRN-IDX.
           PERFORM H610-WRITE-ENTRY-LINES
              UNTIL WS-JRN-IDX > WS-JRN-COUNT OR NOT WS-RELEASE-OK.
           IF WS-RELEASE-OK
              MOVE SPACES TO GLJ-REC
              MOVE 'T' TO GLJ-T-REC-TYPE
              MOVE WS-BUSINESS-DATE TO GLJ-T-BUS-DATE
              MOVE WS-CNT-LINES TO GLJ-T-LINES
              MOVE WS-TOTAL-DEBITS TO GLJ-T-DEBITS
              MOVE WS-TOTAL-CREDITS TO GLJ-T-CREDITS
              WRITE GLJ-REC
              IF NOT GLJ-SUCCESS
                 PERFORM H630-JOURNAL-FAILED
              END-IF
           END-IF.
           IF WS-RELEASE-OK
              PERFORM H920-WRITE-REL-CTL
           END-IF.
       H600-END. EXIT.

       H610-WRITE-ENTRY-LINES.
           IF WS-JE-MAP-IDX(WS-JRN-IDX) NOT = ZERO
              PERFORM H520-SET-SIDES
              MOVE WS-DR-ACCT TO WS-LINE-ACCT
              MOVE 'D' TO WS-LINE-SIDE
              PERFORM H620-WRITE-LINE
              ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
              IF WS-RELEASE-OK
                 MOVE WS-CR-ACCT TO WS-LINE-ACCT
                 MOVE 'C' TO WS-LINE-SIDE
                 PERFORM H620-WRITE-LINE
                 ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
              END-IF
           END-IF.
           ADD 1 TO WS-JRN-IDX.
       H610-END. EXIT.
      *Fiş satırı yazılır; hesap ve borç/alacak işareti çağıran
      *paragrafta WS-LINE-ACCT ve WS-LINE-SIDE'a verilmiştir.
       H620-WRITE-LINE.
           ADD 1 TO WS-CNT-LINES.
           MOVE SPACES TO GLJ-REC.
           MOVE 'D' TO GLJ-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJ-BUS-DATE.
           MOVE WS-CNT-LINES TO GLJ-SEQ.
           MOVE WS-JE-LABEL(WS-JRN-IDX) TO GLJ-LABEL.
           MOVE WS-JE-TYPE(WS-JRN-IDX) TO GLJ-MOVE-TYPE.
           MOVE WS-LINE-ACCT TO GLJ-GL-ACCT.
           MOVE WS-LINE-SIDE TO GLJ-DR-CR.
           MOVE WS-POST-AMOUNT TO GLJ-AMOUNT.
           MOVE WS-JE-ITEMS(WS-JRN-IDX) TO GLJ-ITEMS.
           MOVE WS-MP-DESC(WS-MAP-IDX) TO GLJ-DESC.
           WRITE GLJ-REC.
           IF NOT GLJ-SUCCESS
              PERFORM H630-JOURNAL-FAILED
           END-IF.
       H620-END. EXIT.

       H630-JOURNAL-FAILED.
           DISPLAY 'PBEG023 GL JOURNAL WRITE FAILED, STATUS '
              GLJ-ST ' - JOURNAL NOT RELEASED'.
           MOVE 'N' TO WS-RELEASE-SW.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H630-END. EXIT.
      *Hareket, para birimi + hareket türü toplamına eklenir; giriş
      *yoksa sıfırlanmış yeni bir giriş açılır. Tablo dolarsa program
      *anlaşılır bir mesajla sonlandırılır. Sıfır tutarlı satırlar
      *kalem sayısına girmez.
       H700-ADD-MOVEMENT.
           MOVE 1 TO WS-JRN-IDX.
           MOVE 'N' TO WS-JRN-FOUND-SW.
           PERFORM H705-SEARCH-JRN-TABLE
              UNTIL WS-JRN-FOUND OR (WS-JRN-IDX > WS-JRN-COUNT).
           IF NOT WS-JRN-FOUND
              IF WS-JRN-COUNT = 60
                 DISPLAY 'MORE THAN 60 CURRENCY/MOVEMENT TOTALS - '
                    'WS-JRN-TABLE IS FULL, PROGRAM TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-JRN-COUNT
              MOVE WS-JRN-COUNT TO WS-JRN-IDX
              MOVE WS-WORK-LABEL TO WS-JE-LABEL(WS-JRN-IDX)
              MOVE WS-WORK-TYPE TO WS-JE-TYPE(WS-JRN-IDX)
              MOVE ZERO TO WS-JE-ITEMS(WS-JRN-IDX)
              MOVE ZERO TO WS-JE-AMOUNT(WS-JRN-IDX)
              MOVE ZERO TO WS-JE-MAP-IDX(WS-JRN-IDX)
           END-IF.
           IF WS-WORK-AMOUNT NOT = ZERO
              ADD 1 TO WS-JE-ITEMS(WS-JRN-IDX)
              ADD WS-WORK-AMOUNT TO WS-JE-AMOUNT(WS-JRN-IDX)
           END-IF.
       H700-END. EXIT.

       H705-SEARCH-JRN-TABLE.
           IF WS-WORK-LABEL = WS-JE-LABEL(WS-JRN-IDX)
              AND WS-WORK-TYPE = WS-JE-TYPE(WS-JRN-IDX)
              MOVE 'Y' TO WS-JRN-FOUND-SW
           ELSE
              ADD 1 TO WS-JRN-IDX
           END-IF.
       H705-END. EXIT.
      *WS-WORK-LABEL'in para birimi denge tablosundaki girişi
      *bulunur; yoksa sıfırlanmış yeni bir giriş açılır.
       H720-FIND-CCY-ENTRY.
           MOVE 1 TO WS-CCY-IDX.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           PERFORM H725-SEARCH-CCY-TABLE
              UNTIL WS-CCY-FOUND OR (WS-CCY-IDX > WS-CCY-COUNT).
           IF NOT WS-CCY-FOUND
              IF WS-CCY-COUNT = 10
                 DISPLAY 'MORE THAN 10 CURRENCIES IN JOURNAL - '
                    'WS-CCY-TABLE IS FULL, PROGRAM TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-IDX
              MOVE WS-WORK-LABEL TO WS-CE-LABEL(WS-CCY-IDX)
              MOVE ZERO TO WS-CE-DEBITS(WS-CCY-IDX)
              MOVE ZERO TO WS-CE-CREDITS(WS-CCY-IDX)
              MOVE ZERO TO WS-CE-UNMAPPED(WS-CCY-IDX)
           END-IF.
       H720-END. EXIT.

       H725-SEARCH-CCY-TABLE.
           IF WS-WORK-LABEL = WS-CE-LABEL(WS-CCY-IDX)
              MOVE 'Y' TO WS-CCY-FOUND-SW
           ELSE
              ADD 1 TO WS-CCY-IDX
           END-IF.
       H725-END. EXIT.
      *Kapanışta rapor özet satırı yazılır, kontrol toplamları
      *gösterilir, çalışma-istatistik kaydı eklenir ve dosyalar
      *kapatılır.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           IF WS-RELEASE-OK
              MOVE 'PBEG023 JOURNAL RELEASED TO GL' TO RF-TITLE
           ELSE
              MOVE 'PBEG023 JOURNAL NOT RELEASED' TO RF-TITLE
           END-IF.
           MOVE ' LINES:' TO RF-LINES-LIT.
           MOVE WS-CNT-LINES TO RF-LINES.
           WRITE RPT-DETAIL-LINE.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG023 GL JOURNAL INTERFACE TOTALS'.
           DISPLAY 'ACCRUAL AUDIT RECORDS READ : ' WS-CNT-ACR-READ.
           DISPLAY 'CAPITAL AUDIT RECORDS READ : ' WS-CNT-CAP-READ.
           DISPLAY 'CLOSING AUDIT RECORDS READ : ' WS-CNT-CLS-READ.
           DISPLAY 'POSTING AUDIT RECORDS READ : ' WS-CNT-TXN-READ.
           DISPLAY 'TAX LEDGER RECORDS READ    : ' WS-CNT-TAX-READ.
           DISPLAY 'LOG RECORDS READ           : ' WS-CNT-LOG-READ.
           DISPLAY 'UNUSABLE MAPPING ENTRIES   : ' WS-CNT-MAP-BAD.
           DISPLAY 'UNMAPPED MOVEMENT TOTALS   : ' WS-CNT-UNMAPPED.
           DISPLAY 'CURRENCIES OUT OF BALANCE  : ' WS-CNT-OUT.
           DISPLAY 'JOURNAL LINES WRITTEN      : ' WS-CNT-LINES.
           IF WS-RELEASE-OK
              DISPLAY 'JOURNAL RELEASED FOR ' WS-BUSINESS-DATE
           ELSE
              DISPLAY 'JOURNAL NOT RELEASED - SEE GLCTLRPT REPORT'
           END-IF.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           IF WS-TAX-OPEN
              CLOSE TAX-FILE
           END-IF.
           CLOSE ACR-AUD-FILE.
           CLOSE CAP-AUD-FILE.
           CLOSE CLS-AUD-FILE.
           CLOSE TXN-AUD-FILE.
           CLOSE LOG-IN.
           CLOSE RATE-FILE.
           CLOSE MAP-FILE.
           CLOSE GLJ-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Muhasebeye verilen iş günü ve zaman damgası GLCTL'nin sonuna
      *eklenir; H150-CHECK-RERUN bir sonraki çalışmada bu kaydı
      *görerek aynı günü ikinci kez vermez. Dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur.
       H920-WRITE-REL-CTL.
           OPEN EXTEND REL-CTL-FILE.
           IF NOT CTL-SUCCESS
              OPEN OUTPUT REL-CTL-FILE
           END-IF.
           MOVE SPACES TO CTL-REC.
           MOVE WS-BUSINESS-DATE TO CTL-RELEASED-DATE.
           MOVE WS-RUN-TIMESTAMP TO CTL-RUN-TS.
           WRITE CTL-REC.
           CLOSE REL-CTL-FILE.
       H920-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = bütün girdi kayıtları,
      *yazılan = fiş satırları, reddedilen = eşlemesiz toplamlar ile
      *dengesiz para birimlerinin toplamıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG023' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           COMPUTE STAT-READ = WS-CNT-ACR-READ + WS-CNT-CAP-READ
                   + WS-CNT-CLS-READ + WS-CNT-TXN-READ
                   + WS-CNT-TAX-READ + WS-CNT-LOG-READ.
           MOVE WS-CNT-LINES TO STAT-WRITTEN.
           COMPUTE STAT-REJECTED = WS-CNT-UNMAPPED + WS-CNT-OUT.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
