       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG028.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-14  Y.O.  Faiz gideri tahmini ve kur senaryosu
      *                  programı ilk sürümü: IDX-FILE bakiyeleri,
      *                  bekleyen ACCRFILE kovaları, DORMLIST ve
      *                  RATE-FILE faiz/kademe oranlarıyla gelecek ay
      *                  ve gelecek çeyrek faizi para birimi bazında
      *                  ve TRY karşılığıyla yansıtılır; SCENCARD
      *                  baz puan kaydırmasıyla senaryo, fark ve en
      *                  büyük katkı veren hesaplar FCSTRPT raporuna
      *                  yazılır.
      *--------------------
      * Hazine için salt okunur faiz gideri tahmin programıdır; hiçbir
      * ana dosyayı güncellemez. Her hesabın yansıtma tabanı bugünkü
      * IDX-BALLANCE ile hesabın ACCRFILE'da bekleyen tahakkuk
      * tutarının toplamıdır (bekleyen tutar ay sonunda PBEG021 ile
      * bakiyeye işlenir). DORMLIST'teki uyuyan hesaplar PBEG005'te
      * olduğu gibi faiz almaz ve yansıtmaya girmez. Faiz PBEG005'in
      * kuralıyla hesaplanır: RATE-METHOD 'R' ise taban * yüzde *
      * gün / 36500 (taban RATE-TIER-LIMIT'e ulaşmışsa RATE-TIER-PCT,
      * yoksa RATE-ANNUAL-PCT; eksi tabana faiz yok), değilse düz
      * RATE-UPLIFT * gün. Dönemler takvim dönemleridir: gelecek ay
      * iş gününün ayından sonraki takvim ayı, gelecek çeyrek iş
      * gününün çeyreğinden sonraki takvim çeyreğidir. Yansıtma basit
      * faizdir; dönem içinde bakiyeye işlenecek faiz ve yeni
      * hareketler hesaba katılmaz, oranlar RATE-FILE'daki bugünkü
      * oranlardır.
      * SCENCARD senaryo destesi isteğe bağlıdır; her kart bir para
      * birimi için RATE-ANNUAL-PCT ve RATE-TIER-PCT'ye eklenecek baz
      * puanı (1 baz puan = yüzde 0,01, işaretli) taşır. Aynı para
      * birimine ikinci kart öncekinin yerine geçer; kaydırılan oran
      * sıfırın altına inmez. Kartı olmayan para biriminde senaryo baz
      * durumla aynıdır. Geçersiz kart raporda sebebiyle listelenir ve
      * dönüş kodu 8 yapılır. Rapor para birimi bazında baz durum,
      * senaryo ve farkı yan yana, TRY karşılığı toplamlarıyla ve
      * gelecek çeyreğe en çok katkı veren on hesapla gösterir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RATE-DVZ
                           STATUS RATE-ST.
           SELECT ACCR-FILE ASSIGN TO ACCRFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY ACCR-KEY
                           STATUS ACC-ST.
           SELECT DORM-FILE ASSIGN TO DORMLIST
                           STATUS DOR-ST.
           SELECT SCEN-FILE ASSIGN TO SCENCARD
                           STATUS SCN-ST.
           SELECT FCST-RPT-FILE ASSIGN TO FCSTRPT
                           STATUS RPT-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Bu tanımlamalar, "IDX-FILE" dosyasının kayıt yapısını belirtir;
      *UNIFY01 programındaki IDX-FILE tanımıyla aynıdır.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY.
              10 IDX-ID       PIC S9(5) COMP-3.
              10 IDX-DVZ      PIC S9(3) COMP.
           05 IDX-NAME        PIC X(15).
           05 IDX-SURNAME     PIC 9(15).
           05 IDX-DATE        PIC S9(7) COMP-3.
           05 IDX-BALLANCE    PIC S9(15) COMP-3.
      *RATE-FILE, para birimi etiketleri, TRY kurları ve faiz/kademe
      *oranları için okunur; kayıt düzeni RATEREC kopya
      *kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *ACCR-FILE, hesap başına bekleyen faiz tahakkuk kovasıdır
      *(ACCRREC kopya kitaplığı); her hesap için anahtarla okunur.
       FD  ACCR-FILE.
           COPY ACCRREC.
      *DORM-FILE, PBEG020'nin yazdığı uyuyan hesap listesidir; isteğe
      *bağlıdır: bulunamazsa uyuyan hesap yok sayılır.
       FD  DORM-FILE RECORDING MODE F.
       01  DOR-REC.
           05 DOR-ID           PIC 9(5).
           05 FILLER           PIC X.
           05 DOR-DVZ          PIC 9(3).
           05 FILLER           PIC X.
           05 DOR-LAST-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 DOR-AGE-DAYS     PIC 9(5).
      *SCEN-FILE, senaryo kartlarıdır: para birimi ve yıllık yüzde ile
      *kademe yüzdesine eklenecek işaretli baz puan.
       FD  SCEN-FILE RECORDING MODE F.
       01  SCN-REC.
           05 SCN-DVZ          PIC 9(3).
           05 FILLER           PIC X(1).
           05 SCN-ANNUAL-BP    PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 SCN-TIER-BP      PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(63).
      *FCST-RPT-FILE, tahmin raporudur. Tutar kolonlarının anlamı
      *bölüme göre değişir ve her bölümün kolon başlığı satırında
      *yazılır: yansıtma tabanı bölümünde bakiye / bekleyen tahakkuk
      */ uyuyan bakiye / yansıtma tabanı / tabanın TRY karşılığı,
      *dönem bölümlerinde yansıtma tabanı / baz durum / senaryo /
      *fark / farkın TRY karşılığı. Başlık, bölüm, toplam, hesap ve
      *mesaj satırları aynı alanı REDEFINES eder.
       FD  FCST-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-CCY          PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-ANN-BP       PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-TIER-BP      PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-BALANCE      PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-BASE         PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-SCEN         PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-DIFF         PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-TRY          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(8).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(50).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(42).
       01  RPT-SECTION-LINE REDEFINES RPT-DETAIL-LINE.
           05 RS-TITLE         PIC X(30).
           05 RS-FROM          PIC 9(8).
           05 RS-TO-LIT        PIC X(3).
           05 RS-TO            PIC 9(8).
           05 RS-DAYS-LIT      PIC X(7).
           05 RS-DAYS          PIC 9(3).
           05 FILLER           PIC X(51).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-CCY-HDG       PIC X(4).
           05 RC-ANN-HDG       PIC X(7).
           05 RC-TIER-HDG      PIC X(7).
           05 RC-BAL-HDG       PIC X(17).
           05 RC-BASE-HDG      PIC X(17).
           05 RC-SCEN-HDG      PIC X(17).
           05 RC-DIFF-HDG      PIC X(17).
           05 RC-TRY-HDG       PIC X(16).
           05 FILLER           PIC X(8).
       01  RPT-TOTAL-LINE REDEFINES RPT-DETAIL-LINE.
           05 RT-LABEL         PIC X(18).
           05 RT-BALANCE       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RT-BASE          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RT-SCEN          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RT-DIFF          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RT-TRY           PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(8).
       01  RPT-ACCOUNT-LINE REDEFINES RPT-DETAIL-LINE.
           05 RA-RANK          PIC 9(2).
           05 FILLER           PIC X(1).
           05 RA-ID            PIC 9(5).
           05 FILLER           PIC X(1).
           05 RA-CCY           PIC X(3).
           05 FILLER           PIC X(6).
           05 RA-BALANCE       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RA-BASE          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RA-SCEN          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RA-DIFF          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RA-TRY           PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(8).
       01  RPT-MESSAGE-LINE REDEFINES RPT-DETAIL-LINE.
           05 RM-TEXT          PIC X(40).
           05 RM-COUNT         PIC 9(7).
           05 FILLER           PIC X(1).
           05 RM-CARD          PIC X(20).
           05 FILLER           PIC X(42).
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
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
              10  WS-BD-CCYY       PIC 9(4).
              10  WS-BD-MM         PIC 9(2).
              10  WS-BD-DD         PIC 9(2).
           05  WS-ACCR-OPEN-SW  PIC X(1).
              88 WS-ACCR-OPEN     VALUE 'Y'.
           05  WS-CARD-OK-SW    PIC X(1).
              88 WS-CARD-OK       VALUE 'Y'.
           05  WS-CARD-REASON   PIC X(40).
           05  WS-PROJ-BASE     PIC S9(15).
           05  WS-PENDING       PIC S9(15).
           05  WS-PCT-W         PIC S9(3)V9(4).
           05  WS-CALC-PCT      PIC S9(3)V9(4).
           05  WS-CALC-DAYS     PIC 9(3).
           05  WS-CALC-AMT      PIC S9(15).
           05  WS-ACCT-BASE-Q   PIC S9(15).
           05  WS-ACCT-SCEN-Q   PIC S9(15).
           05  WS-ACCT-TRY-Q    PIC S9(15).
           05  WS-TRY-EQ        PIC S9(18)V9(4) COMP-3.
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-PROJECTED PIC 9(7) VALUE ZERO.
           05  WS-CNT-DORMANT   PIC 9(7) VALUE ZERO.
           05  WS-CNT-UNKNOWN   PIC 9(7) VALUE ZERO.
           05  WS-CNT-CARDS     PIC 9(7) VALUE ZERO.
           05  WS-CNT-CARD-REJ  PIC 9(7) VALUE ZERO.
         03  PROGRAM-ST.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           05 RATE-ST        PIC 99.
              88 RATE-SUCCESS            VALUE 00 97.
              88 RATE-EOF                VALUE 10.
           05 ACC-ST         PIC 99.
              88 ACC-SUCCESS             VALUE 00 97.
           05 DOR-ST         PIC 99.
              88 DOR-SUCCESS             VALUE 00 97.
              88 DOR-EOF                 VALUE 10.
           05 SCN-ST         PIC 99.
              88 SCN-SUCCESS             VALUE 00 97.
              88 SCN-EOF                 VALUE 10.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-HORIZON-TABLE, iki yansıtma dönemini taşır: 1 = gelecek
      *takvim ayı, 2 = gelecek takvim çeyreği. WS-HZ-FROM/WS-HZ-TO
      *dönemin ilk ve son günü, WS-HZ-DAYS takvim günü sayısıdır.
       01  WS-HORIZON-TABLE.
           05  WS-HZ-IDX        PIC 9(1).
           05  WS-HZ-ENTRY OCCURS 2 TIMES.
              10  WS-HZ-TITLE      PIC X(30).
              10  WS-HZ-FROM       PIC 9(8).
              10  WS-HZ-TO         PIC 9(8).
              10  WS-HZ-DAYS       PIC 9(3).
      *Dönem sınırlarının hesaplandığı ay aritmetiği alanlarıdır.
       01  WS-MONTH-AREA.
           05  WS-MA-MONTHS     PIC 9(7).
           05  WS-MA-ADD        PIC 9(2).
           05  WS-MA-QTR        PIC 9(1).
           05  WS-MA-REM        PIC 9(2).
           05  WS-MA-DATE       PIC 9(8).
           05  WS-MA-DATE-X REDEFINES WS-MA-DATE.
              10  WS-MA-CCYY       PIC 9(4).
              10  WS-MA-MM         PIC 9(2).
              10  WS-MA-DD         PIC 9(2).
           05  WS-MA-START-MONTHS PIC 9(7).
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen oranları,
      *senaryo kaydırmalarını ve para birimi bazında biriken
      *yansıtma toplamlarını taşır (WS-RT-BASE-AMT / WS-RT-SCEN-AMT
      *dönem bazındadır: 1 = ay, 2 = çeyrek).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-SUM-IDX       PIC 9(2).
           05  WS-RATE-FOUND-SW PIC X(1).
              88  WS-RATE-FOUND   VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
              10  WS-RT-UPLIFT     PIC S9(9).
              10  WS-RT-FX-TO-TRY  PIC S9(7)V9(4).
              10  WS-RT-METHOD     PIC X(1).
              10  WS-RT-ANNUAL-PCT PIC S9(3)V9(4).
              10  WS-RT-TIER-LIMIT PIC S9(15).
              10  WS-RT-TIER-PCT   PIC S9(3)V9(4).
              10  WS-RT-ANN-BP     PIC S9(5).
              10  WS-RT-TIER-BP    PIC S9(5).
              10  WS-RT-SCN-ANN-PCT  PIC S9(3)V9(4).
              10  WS-RT-SCN-TIER-PCT PIC S9(3)V9(4).
              10  WS-RT-BALANCE    PIC S9(15).
              10  WS-RT-PENDING    PIC S9(15).
              10  WS-RT-DORM-BAL   PIC S9(15).
              10  WS-RT-PROJ-BASE  PIC S9(15).
              10  WS-RT-HZ OCCURS 2 TIMES.
                 15  WS-RT-BASE-AMT   PIC S9(15).
                 15  WS-RT-SCEN-AMT   PIC S9(15).
      *TRY karşılığı toplamlarıdır; yansıtma tabanı bölümü ve iki
      *dönem için ayrı ayrı biriktirilir.
       01  WS-TRY-TOTALS.
           05  WS-TT-BALANCE    PIC S9(18)V9(4) COMP-3.
           05  WS-TT-PENDING    PIC S9(18)V9(4) COMP-3.
           05  WS-TT-DORM-BAL   PIC S9(18)V9(4) COMP-3.
           05  WS-TT-PROJ-BASE  PIC S9(18)V9(4) COMP-3.
           05  WS-TT-BASE-AMT   PIC S9(18)V9(4) COMP-3.
           05  WS-TT-SCEN-AMT   PIC S9(18)V9(4) COMP-3.
      *WS-DORM-TABLE, PBEG020'nin uyuyan hesap listesinden açılışta
      *yüklenen anahtarları (kimlik + para birimi) taşır (UNIFY01'deki
      *yükleme düzeninin aynısıdır).
       01  WS-DORM-TABLE.
           05  WS-DORM-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-DORM-IDX      PIC 9(4).
           05  WS-DORMANT-SW    PIC X(1).
              88  WS-DORMANT      VALUE 'Y'.
           05  WS-DORM-ENTRY OCCURS 1000 TIMES.
              10  WS-DO-ID         PIC 9(5).
              10  WS-DO-DVZ        PIC 9(3).
      *WS-TOP-TABLE, gelecek çeyreğin baz durum faizinin TRY
      *karşılığına göre büyükten küçüğe sıralı en büyük on hesabı
      *taşır; WS-TOP-SAVE sıralamada yer değiştirme alanıdır.
       01  WS-TOP-TABLE.
           05  WS-TOP-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-TOP-IDX       PIC 9(2).
           05  WS-TOP-ENTRY OCCURS 10 TIMES.
              10  WS-TP-ID         PIC 9(5).
              10  WS-TP-RATE-IDX   PIC 9(2).
              10  WS-TP-PROJ-BASE  PIC S9(15).
              10  WS-TP-BASE-Q     PIC S9(15).
              10  WS-TP-SCEN-Q     PIC S9(15).
              10  WS-TP-TRY-Q      PIC S9(15).
           05  WS-TOP-SAVE.
              10  WS-TS-ID         PIC 9(5).
              10  WS-TS-RATE-IDX   PIC 9(2).
              10  WS-TS-PROJ-BASE  PIC S9(15).
              10  WS-TS-BASE-Q     PIC S9(15).
              10  WS-TS-SCEN-Q     PIC S9(15).
              10  WS-TS-TRY-Q      PIC S9(15).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Tahmin programının ana akışını gösterir: dosyalar açılır, oran
      *tablosu ve senaryo kartları yüklenir, her hesap iki döneme
      *yansıtılır, rapor bölümleri yazılır ve program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H500-WRITE-BASE-SECTION.
           MOVE 1 TO WS-HZ-IDX.
           PERFORM H600-WRITE-HORIZON UNTIL WS-HZ-IDX > 2.
           PERFORM H700-WRITE-TOP-ACCOUNTS.
           PERFORM H800-WRITE-RUN-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün ve dönem sınırlarının
      *belirlenmesini, oran tablosunun, uyuyan hesap listesinin ve
      *senaryo kartlarının yüklenmesini ve ilk hesabın okunmasını
      *sağlar.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT FCST-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-ACCRUAL.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H115-LOAD-DORMANT-LIST.
           PERFORM H150-SET-HORIZONS.
           PERFORM H160-WRITE-RPT-HEADING.
           PERFORM H170-LOAD-SCENARIO.
           READ IDX-FILE.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN INDEX FILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RATE-ST NOT = 0) AND (RATE-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN RATE FILE: ' RATE-ST
           MOVE RATE-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN FORECAST REPORT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *ACCRFILE isteğe bağlıdır (gönderim modu henüz hiç çalışmamış
      *olabilir); açılamazsa bekleyen tahakkuk sıfır kabul edilir.
       H120-OPEN-ACCRUAL.
           MOVE 'N' TO WS-ACCR-OPEN-SW.
           OPEN INPUT ACCR-FILE.
           IF ACC-SUCCESS
              MOVE 'Y' TO WS-ACCR-OPEN-SW
           ELSE
              DISPLAY 'PBEG028 ACCRUAL FILE NOT AVAILABLE: ' ACC-ST
           END-IF.
       H120-END. EXIT.
      *RATE-FILE, RATE-DVZ sırasına göre baştan sona taranarak
      *WS-RATE-TABLE'a yüklenir (UNIFY01'deki yükleme düzeninin
      *aynısıdır); senaryo oranları başlangıçta baz oranlara eşittir.
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
           MOVE RATE-UPLIFT TO WS-RT-UPLIFT(WS-RATE-COUNT).
           MOVE RATE-FX-TO-TRY TO WS-RT-FX-TO-TRY(WS-RATE-COUNT).
           MOVE RATE-METHOD TO WS-RT-METHOD(WS-RATE-COUNT).
           MOVE RATE-ANNUAL-PCT TO WS-RT-ANNUAL-PCT(WS-RATE-COUNT).
           MOVE RATE-TIER-LIMIT TO WS-RT-TIER-LIMIT(WS-RATE-COUNT).
           MOVE RATE-TIER-PCT TO WS-RT-TIER-PCT(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-ANN-BP(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-TIER-BP(WS-RATE-COUNT).
           MOVE RATE-ANNUAL-PCT TO WS-RT-SCN-ANN-PCT(WS-RATE-COUNT).
           MOVE RATE-TIER-PCT TO WS-RT-SCN-TIER-PCT(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-BALANCE(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-PENDING(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-DORM-BAL(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-PROJ-BASE(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-BASE-AMT(WS-RATE-COUNT, 1).
           MOVE ZERO TO WS-RT-SCEN-AMT(WS-RATE-COUNT, 1).
           MOVE ZERO TO WS-RT-BASE-AMT(WS-RATE-COUNT, 2).
           MOVE ZERO TO WS-RT-SCEN-AMT(WS-RATE-COUNT, 2).
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *PBEG020'nin uyuyan hesap listesi baştan sona okunarak
      *WS-DORM-TABLE'a yüklenir. Dosya isteğe bağlıdır; açılamazsa
      *tablo boş kalır ve her hesap yansıtılır.
       H115-LOAD-DORMANT-LIST.
           MOVE ZERO TO WS-DORM-COUNT.
           OPEN INPUT DORM-FILE.
           IF DOR-SUCCESS
              READ DORM-FILE
              PERFORM H116-ADD-DORMANT-ENTRY UNTIL DOR-EOF
              CLOSE DORM-FILE
           ELSE
              DISPLAY 'PBEG028 DORMANT LIST NOT AVAILABLE: ' DOR-ST
           END-IF.
       H115-END. EXIT.
      *WS-DORM-ENTRY en fazla 1000 hesap tutar; listede daha fazla
      *kayıt varsa program anlaşılır bir mesajla sonlandırılır.
       H116-ADD-DORMANT-ENTRY.
           IF WS-DORM-COUNT = 1000
              DISPLAY 'DORMANT LIST HAS MORE THAN 1000 ACCOUNTS - '
                 'WS-DORM-TABLE IS FULL, PROGRAM TERMINATED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-DORM-COUNT.
           MOVE DOR-ID TO WS-DO-ID(WS-DORM-COUNT).
           MOVE DOR-DVZ TO WS-DO-DVZ(WS-DORM-COUNT).
           READ DORM-FILE.
       H116-END. EXIT.
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
      *Dönem sınırları ay sayısı aritmetiğiyle bulunur: gelecek ay,
      *iş gününün ayından bir ay sonra başlar ve bir ay sürer;
      *gelecek çeyrek, iş gününün çeyreğinin ilk ayından üç ay sonra
      *başlar ve üç ay sürer. Bitiş günü, dönemden sonraki ayın ilk
      *gününden bir önceki gündür.
       H150-SET-HORIZONS.
           COMPUTE WS-MA-START-MONTHS = WS-BD-CCYY * 12 + WS-BD-MM.
           MOVE 'NEXT MONTH' TO WS-HZ-TITLE(1).
           MOVE 1 TO WS-HZ-IDX.
           MOVE 1 TO WS-MA-ADD.
           PERFORM H155-SET-ONE-HORIZON.
           COMPUTE WS-MA-REM = WS-BD-MM - 1.
           DIVIDE WS-MA-REM BY 3 GIVING WS-MA-QTR.
           COMPUTE WS-MA-START-MONTHS = WS-BD-CCYY * 12
                 + WS-MA-QTR * 3 + 3.
           MOVE 'NEXT QUARTER' TO WS-HZ-TITLE(2).
           MOVE 2 TO WS-HZ-IDX.
           MOVE 3 TO WS-MA-ADD.
           PERFORM H155-SET-ONE-HORIZON.
       H150-END. EXIT.
      *WS-MA-START-MONTHS (yıl * 12 + ay, dönemden önceki ay) ve
      *WS-MA-ADD (dönemin ay sayısı) ile WS-HZ-IDX dönemini doldurur.
       H155-SET-ONE-HORIZON.
           MOVE WS-MA-START-MONTHS TO WS-MA-MONTHS.
           PERFORM H156-MONTHS-TO-DATE.
           MOVE WS-MA-DATE TO WS-HZ-FROM(WS-HZ-IDX).
           COMPUTE WS-MA-MONTHS = WS-MA-START-MONTHS + WS-MA-ADD.
           PERFORM H156-MONTHS-TO-DATE.
           COMPUTE WS-HZ-DAYS(WS-HZ-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-MA-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-HZ-FROM(WS-HZ-IDX)).
           COMPUTE WS-HZ-TO(WS-HZ-IDX) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MA-DATE) - 1).
       H155-END. EXIT.
      *WS-MA-MONTHS (yıl * 12 + ay) değerinden sonraki ayın ilk
      *gününü WS-MA-DATE'e çevirir.
       H156-MONTHS-TO-DATE.
           DIVIDE WS-MA-MONTHS BY 12 GIVING WS-MA-CCYY
              REMAINDER WS-MA-REM.
           COMPUTE WS-MA-MM = WS-MA-REM + 1.
           MOVE 01 TO WS-MA-DD.
       H156-END. EXIT.
      *Rapor başlığını yazar.
       H160-WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG028 INTEREST EXPENSE FORECAST / RATE WHAT-IF'
              TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Senaryo kartları isteğe bağlıdır; deste yoksa senaryo baz
      *durumla aynıdır. Geçersiz kartlar raporun başında sebebiyle
      *listelenir.
       H170-LOAD-SCENARIO.
           OPEN INPUT SCEN-FILE.
           IF SCN-SUCCESS
              READ SCEN-FILE
              PERFORM H175-APPLY-CARD UNTIL SCN-EOF
              CLOSE SCEN-FILE
           ELSE
              DISPLAY 'PBEG028 NO SCENARIO CARDS - SCENARIO EQUALS '
                 'BASE CASE'
           END-IF.
       H170-END. EXIT.
      *Kart doğrulanır: alanlar sayısal, para birimi kur tablosunda
      *kayıtlı ve kaydırmalar en fazla 10000 baz puan olmalıdır.
      *Geçen kartın kaydırmaları oranlara eklenir; kaydırılan oran
      *sıfırın altına inmez.
       H175-APPLY-CARD.
           ADD 1 TO WS-CNT-CARDS.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF SCN-DVZ NOT NUMERIC OR SCN-ANNUAL-BP NOT NUMERIC
              OR SCN-TIER-BP NOT NUMERIC
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'SCENARIO CARD REJECTED - NOT NUMERIC'
                 TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-OK
              IF SCN-ANNUAL-BP > 10000 OR SCN-ANNUAL-BP < -10000
                 OR SCN-TIER-BP > 10000 OR SCN-TIER-BP < -10000
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'SCENARIO CARD REJECTED - SHIFT TOO LARGE'
                    TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-OK
              MOVE 1 TO WS-RATE-IDX
              MOVE 'N' TO WS-RATE-FOUND-SW
              PERFORM H176-SEARCH-CARD-DVZ
                 UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT)
              IF NOT WS-RATE-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'SCENARIO CARD REJECTED - UNKNOWN CCY'
                    TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-OK
              PERFORM H177-SHIFT-RATES
           ELSE
              PERFORM H178-CARD-REJECTED
           END-IF.
           READ SCEN-FILE.
       H175-END. EXIT.

       H176-SEARCH-CARD-DVZ.
           IF SCN-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H176-END. EXIT.

       H177-SHIFT-RATES.
           MOVE SCN-ANNUAL-BP TO WS-RT-ANN-BP(WS-RATE-IDX).
           MOVE SCN-TIER-BP TO WS-RT-TIER-BP(WS-RATE-IDX).
           COMPUTE WS-PCT-W = WS-RT-ANNUAL-PCT(WS-RATE-IDX)
                 + SCN-ANNUAL-BP / 100.
           IF WS-PCT-W < ZERO
              MOVE ZERO TO WS-PCT-W
           END-IF.
           MOVE WS-PCT-W TO WS-RT-SCN-ANN-PCT(WS-RATE-IDX).
           COMPUTE WS-PCT-W = WS-RT-TIER-PCT(WS-RATE-IDX)
                 + SCN-TIER-BP / 100.
           IF WS-PCT-W < ZERO
              MOVE ZERO TO WS-PCT-W
           END-IF.
           MOVE WS-PCT-W TO WS-RT-SCN-TIER-PCT(WS-RATE-IDX).
       H177-END. EXIT.

       H178-CARD-REJECTED.
           ADD 1 TO WS-CNT-CARD-REJ.
           DISPLAY 'PBEG028 ' WS-CARD-REASON ': ' SCN-REC(1:20).
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-CARD-REASON TO RM-TEXT.
           MOVE WS-CNT-CARDS TO RM-COUNT.
           MOVE SCN-REC(1:20) TO RM-CARD.
           WRITE RPT-DETAIL-LINE.
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
       H178-END. EXIT.
      *Her hesap para birimine göre sınıflandırılır: kur tablosunda
      *olmayan para birimi sayılıp geçilir; uyuyan hesabın bakiyesi
      *yalnızca tabanda gösterilir; diğer hesaplar bekleyen tahakkuk
      *eklenerek iki döneme yansıtılır.
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H205-SEARCH-RATE-TABLE
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF WS-RATE-FOUND
              PERFORM H210-READ-PENDING
              ADD IDX-BALLANCE TO WS-RT-BALANCE(WS-RATE-IDX)
              ADD WS-PENDING TO WS-RT-PENDING(WS-RATE-IDX)
              PERFORM H220-CHECK-DORMANT
              IF WS-DORMANT
                 ADD 1 TO WS-CNT-DORMANT
                 ADD IDX-BALLANCE TO WS-RT-DORM-BAL(WS-RATE-IDX)
              ELSE
                 PERFORM H300-PROJECT-ACCOUNT
              END-IF
           ELSE
              ADD 1 TO WS-CNT-UNKNOWN
           END-IF.
           READ IDX-FILE.
       H200-END. EXIT.

       H205-SEARCH-RATE-TABLE.
           IF IDX-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H205-END. EXIT.
      *Hesabın bekleyen tahakkuk kovası okunur; kova yoksa ya da
      *ACCRFILE açılamadıysa bekleyen tutar sıfırdır.
       H210-READ-PENDING.
           MOVE ZERO TO WS-PENDING.
           IF WS-ACCR-OPEN
              MOVE IDX-ID TO ACCR-ID
              MOVE IDX-DVZ TO ACCR-DVZ
              READ ACCR-FILE KEY IS ACCR-KEY
                 INVALID KEY MOVE ZERO TO WS-PENDING
                 NOT INVALID KEY MOVE ACCR-AMOUNT TO WS-PENDING
              END-READ
           END-IF.
       H210-END. EXIT.
      *Hesabın anahtarı uyuyan hesap tablosunda aranır.
       H220-CHECK-DORMANT.
           MOVE 1 TO WS-DORM-IDX.
           MOVE 'N' TO WS-DORMANT-SW.
           PERFORM H225-SEARCH-DORM-TABLE
              UNTIL WS-DORMANT OR (WS-DORM-IDX > WS-DORM-COUNT).
       H220-END. EXIT.

       H225-SEARCH-DORM-TABLE.
           IF IDX-ID = WS-DO-ID(WS-DORM-IDX)
              AND IDX-DVZ = WS-DO-DVZ(WS-DORM-IDX)
              MOVE 'Y' TO WS-DORMANT-SW
           ELSE
              ADD 1 TO WS-DORM-IDX
           END-IF.
       H225-END. EXIT.
      *Yansıtma tabanı bakiye + bekleyen tahakkuktur. Her dönem için
      *baz ve senaryo faizi hesaplanıp para birimi toplamlarına
      *eklenir; hesabın çeyrek faizi en büyük hesaplar tablosuna
      *aday olarak verilir.
       H300-PROJECT-ACCOUNT.
           ADD 1 TO WS-CNT-PROJECTED.
           COMPUTE WS-PROJ-BASE = IDX-BALLANCE + WS-PENDING.
           ADD WS-PROJ-BASE TO WS-RT-PROJ-BASE(WS-RATE-IDX).
           MOVE 1 TO WS-HZ-IDX.
           PERFORM H310-PROJECT-HORIZON UNTIL WS-HZ-IDX > 2.
           COMPUTE WS-TRY-EQ ROUNDED = WS-ACCT-BASE-Q
                   * WS-RT-FX-TO-TRY(WS-RATE-IDX).
           COMPUTE WS-ACCT-TRY-Q ROUNDED = WS-TRY-EQ.
           PERFORM H400-RANK-ACCOUNT.
       H300-END. EXIT.
      *WS-HZ-IDX dönemi için önce baz, sonra senaryo oranıyla faiz
      *hesaplanır.
       H310-PROJECT-HORIZON.
           MOVE WS-HZ-DAYS(WS-HZ-IDX) TO WS-CALC-DAYS.
           IF WS-RT-TIER-LIMIT(WS-RATE-IDX) > ZERO
              AND WS-PROJ-BASE >= WS-RT-TIER-LIMIT(WS-RATE-IDX)
              MOVE WS-RT-TIER-PCT(WS-RATE-IDX) TO WS-CALC-PCT
           ELSE
              MOVE WS-RT-ANNUAL-PCT(WS-RATE-IDX) TO WS-CALC-PCT
           END-IF.
           PERFORM H320-CALC-INTEREST.
           ADD WS-CALC-AMT TO WS-RT-BASE-AMT(WS-RATE-IDX, WS-HZ-IDX).
           IF WS-HZ-IDX = 2
              MOVE WS-CALC-AMT TO WS-ACCT-BASE-Q
           END-IF.
           IF WS-RT-TIER-LIMIT(WS-RATE-IDX) > ZERO
              AND WS-PROJ-BASE >= WS-RT-TIER-LIMIT(WS-RATE-IDX)
              MOVE WS-RT-SCN-TIER-PCT(WS-RATE-IDX) TO WS-CALC-PCT
           ELSE
              MOVE WS-RT-SCN-ANN-PCT(WS-RATE-IDX) TO WS-CALC-PCT
           END-IF.
           PERFORM H320-CALC-INTEREST.
           ADD WS-CALC-AMT TO WS-RT-SCEN-AMT(WS-RATE-IDX, WS-HZ-IDX).
           IF WS-HZ-IDX = 2
              MOVE WS-CALC-AMT TO WS-ACCT-SCEN-Q
           END-IF.
           ADD 1 TO WS-HZ-IDX.
       H310-END. EXIT.
      *PBEG005 H310-ACCRUE-INTEREST kuralı: 'R' yönteminde taban *
      *yüzde * gün / 36500 yuvarlanır, eksi tabana faiz yoktur;
      *diğer yöntemde düz artış gün sayısı kadar uygulanır ve
      *senaryodan etkilenmez.
       H320-CALC-INTEREST.
           IF WS-RT-METHOD(WS-RATE-IDX) = 'R'
              IF WS-PROJ-BASE < ZERO
                 MOVE ZERO TO WS-CALC-AMT
              ELSE
                 COMPUTE WS-CALC-AMT ROUNDED =
                         WS-PROJ-BASE * WS-CALC-PCT * WS-CALC-DAYS
                         / 36500
              END-IF
           ELSE
              COMPUTE WS-CALC-AMT =
                      WS-RT-UPLIFT(WS-RATE-IDX) * WS-CALC-DAYS
           END-IF.
       H320-END. EXIT.
      *Hesap, çeyrek baz faizinin TRY karşılığına göre en büyük on
      *hesap tablosuna yerleştirilir: tablo dolu değilse sona
      *eklenir, doluysa ve hesap son sıradakinden büyükse onun
      *yerine yazılır; ardından yukarı doğru sıralanır.
       H400-RANK-ACCOUNT.
           IF WS-TOP-COUNT < 10
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-TOP-COUNT TO WS-TOP-IDX
              PERFORM H410-STORE-ENTRY
              PERFORM H420-BUBBLE-UP
                 UNTIL WS-TOP-IDX = 1
                 OR WS-TP-TRY-Q(WS-TOP-IDX - 1)
                    >= WS-TP-TRY-Q(WS-TOP-IDX)
           ELSE
              IF WS-ACCT-TRY-Q > WS-TP-TRY-Q(10)
                 MOVE 10 TO WS-TOP-IDX
                 PERFORM H410-STORE-ENTRY
                 PERFORM H420-BUBBLE-UP
                    UNTIL WS-TOP-IDX = 1
                    OR WS-TP-TRY-Q(WS-TOP-IDX - 1)
                       >= WS-TP-TRY-Q(WS-TOP-IDX)
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-STORE-ENTRY.
           MOVE IDX-ID TO WS-TP-ID(WS-TOP-IDX).
           MOVE WS-RATE-IDX TO WS-TP-RATE-IDX(WS-TOP-IDX).
           MOVE WS-PROJ-BASE TO WS-TP-PROJ-BASE(WS-TOP-IDX).
           MOVE WS-ACCT-BASE-Q TO WS-TP-BASE-Q(WS-TOP-IDX).
           MOVE WS-ACCT-SCEN-Q TO WS-TP-SCEN-Q(WS-TOP-IDX).
           MOVE WS-ACCT-TRY-Q TO WS-TP-TRY-Q(WS-TOP-IDX).
       H410-END. EXIT.

       H420-BUBBLE-UP.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX) TO WS-TOP-SAVE.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
              TO WS-TOP-ENTRY(WS-TOP-IDX).
           MOVE WS-TOP-SAVE TO WS-TOP-ENTRY(WS-TOP-IDX - 1).
           SUBTRACT 1 FROM WS-TOP-IDX.
       H420-END. EXIT.
      *Yansıtma tabanı bölümü: para birimi bazında bakiye, bekleyen
      *tahakkuk, uyuyan (yansıtılmayan) bakiye ve yansıtma tabanı,
      *son satırda TRY karşılığı toplamları.
       H500-WRITE-BASE-SECTION.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PROJECTION BASE' TO RS-TITLE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CCY' TO RC-CCY-HDG.
           MOVE 'ANN BP' TO RC-ANN-HDG.
           MOVE 'TIER BP' TO RC-TIER-HDG.
           MOVE '         BALANCE' TO RC-BAL-HDG.
           MOVE ' PENDING ACCRUAL' TO RC-BASE-HDG.
           MOVE ' DORMANT BALANCE' TO RC-SCEN-HDG.
           MOVE ' PROJECTION BASE' TO RC-DIFF-HDG.
           MOVE '  BASE TRY EQ' TO RC-TRY-HDG.
           WRITE RPT-DETAIL-LINE.
           MOVE ZERO TO WS-TT-BALANCE.
           MOVE ZERO TO WS-TT-PENDING.
           MOVE ZERO TO WS-TT-DORM-BAL.
           MOVE ZERO TO WS-TT-PROJ-BASE.
           MOVE 1 TO WS-SUM-IDX.
           PERFORM H510-WRITE-BASE-LINE
              UNTIL WS-SUM-IDX > WS-RATE-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'TOTAL TRY EQ' TO RT-LABEL.
           COMPUTE RT-BALANCE ROUNDED = WS-TT-BALANCE.
           COMPUTE RT-BASE ROUNDED = WS-TT-PENDING.
           COMPUTE RT-SCEN ROUNDED = WS-TT-DORM-BAL.
           COMPUTE RT-DIFF ROUNDED = WS-TT-PROJ-BASE.
           COMPUTE RT-TRY ROUNDED = WS-TT-PROJ-BASE.
           WRITE RPT-DETAIL-LINE.
       H500-END. EXIT.

       H510-WRITE-BASE-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-RT-LABEL(WS-SUM-IDX) TO RPT-CCY.
           MOVE WS-RT-ANN-BP(WS-SUM-IDX) TO RPT-ANN-BP.
           MOVE WS-RT-TIER-BP(WS-SUM-IDX) TO RPT-TIER-BP.
           MOVE WS-RT-BALANCE(WS-SUM-IDX) TO RPT-BALANCE.
           MOVE WS-RT-PENDING(WS-SUM-IDX) TO RPT-BASE.
           MOVE WS-RT-DORM-BAL(WS-SUM-IDX) TO RPT-SCEN.
           MOVE WS-RT-PROJ-BASE(WS-SUM-IDX) TO RPT-DIFF.
           COMPUTE WS-TRY-EQ ROUNDED = WS-RT-PROJ-BASE(WS-SUM-IDX)
                   * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE RPT-TRY ROUNDED = WS-TRY-EQ.
           WRITE RPT-DETAIL-LINE.
           ADD WS-TRY-EQ TO WS-TT-PROJ-BASE.
           COMPUTE WS-TT-BALANCE = WS-TT-BALANCE
                 + WS-RT-BALANCE(WS-SUM-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE WS-TT-PENDING = WS-TT-PENDING
                 + WS-RT-PENDING(WS-SUM-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE WS-TT-DORM-BAL = WS-TT-DORM-BAL
                 + WS-RT-DORM-BAL(WS-SUM-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           ADD 1 TO WS-SUM-IDX.
       H510-END. EXIT.
      *WS-HZ-IDX döneminin bölümü: para birimi bazında yansıtma
      *tabanı, baz durum, senaryo, fark ve farkın TRY karşılığı, son
      *satırda TRY karşılığı toplamları.
       H600-WRITE-HORIZON.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-HZ-TITLE(WS-HZ-IDX) TO RS-TITLE.
           MOVE WS-HZ-FROM(WS-HZ-IDX) TO RS-FROM.
           MOVE ' - ' TO RS-TO-LIT.
           MOVE WS-HZ-TO(WS-HZ-IDX) TO RS-TO.
           MOVE ' DAYS: ' TO RS-DAYS-LIT.
           MOVE WS-HZ-DAYS(WS-HZ-IDX) TO RS-DAYS.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CCY' TO RC-CCY-HDG.
           MOVE 'ANN BP' TO RC-ANN-HDG.
           MOVE 'TIER BP' TO RC-TIER-HDG.
           MOVE ' PROJECTION BASE' TO RC-BAL-HDG.
           MOVE '       BASE CASE' TO RC-BASE-HDG.
           MOVE '        SCENARIO' TO RC-SCEN-HDG.
           MOVE '      DIFFERENCE' TO RC-DIFF-HDG.
           MOVE '  DIFF TRY EQ' TO RC-TRY-HDG.
           WRITE RPT-DETAIL-LINE.
           MOVE ZERO TO WS-TT-PROJ-BASE.
           MOVE ZERO TO WS-TT-BASE-AMT.
           MOVE ZERO TO WS-TT-SCEN-AMT.
           MOVE 1 TO WS-SUM-IDX.
           PERFORM H610-WRITE-HORIZON-LINE
              UNTIL WS-SUM-IDX > WS-RATE-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'TOTAL TRY EQ' TO RT-LABEL.
           COMPUTE RT-BALANCE ROUNDED = WS-TT-PROJ-BASE.
           COMPUTE RT-BASE ROUNDED = WS-TT-BASE-AMT.
           COMPUTE RT-SCEN ROUNDED = WS-TT-SCEN-AMT.
           COMPUTE RT-DIFF ROUNDED = WS-TT-SCEN-AMT - WS-TT-BASE-AMT.
           COMPUTE RT-TRY ROUNDED = WS-TT-SCEN-AMT - WS-TT-BASE-AMT.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-HZ-IDX.
       H600-END. EXIT.

       H610-WRITE-HORIZON-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-RT-LABEL(WS-SUM-IDX) TO RPT-CCY.
           MOVE WS-RT-ANN-BP(WS-SUM-IDX) TO RPT-ANN-BP.
           MOVE WS-RT-TIER-BP(WS-SUM-IDX) TO RPT-TIER-BP.
           MOVE WS-RT-PROJ-BASE(WS-SUM-IDX) TO RPT-BALANCE.
           MOVE WS-RT-BASE-AMT(WS-SUM-IDX, WS-HZ-IDX) TO RPT-BASE.
           MOVE WS-RT-SCEN-AMT(WS-SUM-IDX, WS-HZ-IDX) TO RPT-SCEN.
           COMPUTE RPT-DIFF = WS-RT-SCEN-AMT(WS-SUM-IDX, WS-HZ-IDX)
                 - WS-RT-BASE-AMT(WS-SUM-IDX, WS-HZ-IDX).
           COMPUTE WS-TRY-EQ ROUNDED =
                   (WS-RT-SCEN-AMT(WS-SUM-IDX, WS-HZ-IDX)
                  - WS-RT-BASE-AMT(WS-SUM-IDX, WS-HZ-IDX))
                  * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE RPT-TRY ROUNDED = WS-TRY-EQ.
           WRITE RPT-DETAIL-LINE.
           COMPUTE WS-TT-PROJ-BASE = WS-TT-PROJ-BASE
                 + WS-RT-PROJ-BASE(WS-SUM-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE WS-TT-BASE-AMT = WS-TT-BASE-AMT
                 + WS-RT-BASE-AMT(WS-SUM-IDX, WS-HZ-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           COMPUTE WS-TT-SCEN-AMT = WS-TT-SCEN-AMT
                 + WS-RT-SCEN-AMT(WS-SUM-IDX, WS-HZ-IDX)
                 * WS-RT-FX-TO-TRY(WS-SUM-IDX).
           ADD 1 TO WS-SUM-IDX.
       H610-END. EXIT.
      *En büyük katkı veren hesaplar bölümü: gelecek çeyreğin baz
      *durum faizinin TRY karşılığına göre sıralı en büyük on hesap,
      *tutarlar hesabın kendi para biriminde.
       H700-WRITE-TOP-ACCOUNTS.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'LARGEST CONTRIBUTORS' TO RS-TITLE.
           MOVE WS-HZ-FROM(2) TO RS-FROM.
           MOVE ' - ' TO RS-TO-LIT.
           MOVE WS-HZ-TO(2) TO RS-TO.
           MOVE ' DAYS: ' TO RS-DAYS-LIT.
           MOVE WS-HZ-DAYS(2) TO RS-DAYS.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'NO' TO RC-CCY-HDG.
           MOVE 'ID' TO RC-ANN-HDG.
           MOVE 'CCY' TO RC-TIER-HDG.
           MOVE ' PROJECTION BASE' TO RC-BAL-HDG.
           MOVE '       BASE CASE' TO RC-BASE-HDG.
           MOVE '        SCENARIO' TO RC-SCEN-HDG.
           MOVE '      DIFFERENCE' TO RC-DIFF-HDG.
           MOVE '  BASE TRY EQ' TO RC-TRY-HDG.
           WRITE RPT-DETAIL-LINE.
           MOVE 1 TO WS-TOP-IDX.
           PERFORM H710-WRITE-TOP-LINE
              UNTIL WS-TOP-IDX > WS-TOP-COUNT.
       H700-END. EXIT.

       H710-WRITE-TOP-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-TOP-IDX TO RA-RANK.
           MOVE WS-TP-ID(WS-TOP-IDX) TO RA-ID.
           MOVE WS-TP-RATE-IDX(WS-TOP-IDX) TO WS-SUM-IDX.
           MOVE WS-RT-LABEL(WS-SUM-IDX) TO RA-CCY.
           MOVE WS-TP-PROJ-BASE(WS-TOP-IDX) TO RA-BALANCE.
           MOVE WS-TP-BASE-Q(WS-TOP-IDX) TO RA-BASE.
           MOVE WS-TP-SCEN-Q(WS-TOP-IDX) TO RA-SCEN.
           COMPUTE RA-DIFF = WS-TP-SCEN-Q(WS-TOP-IDX)
                 - WS-TP-BASE-Q(WS-TOP-IDX).
           MOVE WS-TP-TRY-Q(WS-TOP-IDX) TO RA-TRY.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-TOP-IDX.
       H710-END. EXIT.
      *Raporun sonuna çalışmanın sayıları yazılır.
       H800-WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'ACCOUNTS READ' TO RM-TEXT.
           MOVE WS-CNT-READ TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'ACCOUNTS PROJECTED' TO RM-TEXT.
           MOVE WS-CNT-PROJECTED TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'DORMANT ACCOUNTS EXCLUDED' TO RM-TEXT.
           MOVE WS-CNT-DORMANT TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'ACCOUNTS WITH CCY NOT IN RATE-FILE' TO RM-TEXT.
           MOVE WS-CNT-UNKNOWN TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'SCENARIO CARDS READ' TO RM-TEXT.
           MOVE WS-CNT-CARDS TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'SCENARIO CARDS REJECTED' TO RM-TEXT.
           MOVE WS-CNT-CARD-REJ TO RM-COUNT.
           WRITE RPT-DETAIL-LINE.
       H800-END. EXIT.
      *Kapanışta kontrol toplamları gösterilir, çalışma-istatistik
      *kaydı eklenir ve dosyalar kapatılır.
       H999-PROGRAM-EXIT.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG028 INTEREST FORECAST TOTALS'.
           DISPLAY 'ACCOUNTS READ           : ' WS-CNT-READ.
           DISPLAY 'ACCOUNTS PROJECTED      : ' WS-CNT-PROJECTED.
           DISPLAY 'DORMANT EXCLUDED        : ' WS-CNT-DORMANT.
           DISPLAY 'CCY NOT IN RATE-FILE    : ' WS-CNT-UNKNOWN.
           DISPLAY 'SCENARIO CARDS READ     : ' WS-CNT-CARDS.
           DISPLAY 'SCENARIO CARDS REJECTED : ' WS-CNT-CARD-REJ.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE FCST-RPT-FILE.
           IF WS-ACCR-OPEN
              CLOSE ACCR-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = hesap, yazılan =
      *yansıtılan hesap, reddedilen = geçersiz senaryo kartı sayısıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG028' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           MOVE WS-CNT-READ TO STAT-READ.
           MOVE WS-CNT-PROJECTED TO STAT-WRITTEN.
           MOVE WS-CNT-CARD-REJ TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
