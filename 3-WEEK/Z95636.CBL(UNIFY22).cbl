       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG026.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-12  Y.O.  Dosyalar arası bütünlük tarama programı ilk
      *                  sürümü: IDX-FILE, RATE-FILE, ACCRFILE,
      *                  DORMLIST ve MOVHIST birlikte okunur, her
      *                  tutarsızlık kategorisiyle INTEGRPT raporuna
      *                  yazılır; tutarsızlık varsa dönüş kodu 8 olur.
      *--------------------
      * Haftalık bütünlük tarama programıdır. Dosyalar arasındaki
      * tutarsızlıkları kategori kategori raporlar:
      *  1) IDX-FILE'da RATE-FILE'da karşılığı olmayan para birimi
      *     (PBEG005 bu hesapları 'UNK' olarak fiyatlar),
      *  2) takvimsel olarak geçerli CCYYDDD olmayan IDX-DATE,
      *  3) etkin iş gününden sonraya düşen IDX-DATE,
      *  4) IDX-FILE'da hesabı olmayan ACCRFILE tahakkuk kovası
      *     (PBEG021 'NO IDX-FILE RECORD' mesajı),
      *  5) ACCR-LAST-DATE etkin iş gününden sonra olan kova,
      *  6) IDX-FILE'da artık bulunmayan hesaba ait DORMLIST satırı,
      *  7) bakiyesi sıfırdan farklı olduğu halde MOVHIST'te hiç
      *     hareketi olmayan hesap.
      * Her bulgu hesap anahtarı, sorunlu değer ve bakiyeyle rapora
      * yazılır; rapor sonunda her kategorinin sayısı basılır. ACCRFILE,
      * DORMLIST ve MOVHIST isteğe bağlıdır; bulunamayan dosyanın
      * kategorileri NOT CHECKED olarak gösterilir. Bulgu yoksa dönüş
      * kodu 0, en az bir bulgu varsa 8 olur; dönüş kodu RUNSTATS'a
      * yazıldığından PBEG016 bu programı PREREQS kartında ön koşul
      * olarak vererek korunan adımı bulgu olduğunda durdurabilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RATE-DVZ
                           STATUS RATE-ST.
           SELECT ACCR-FILE ASSIGN TO ACCRFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ACCR-KEY
                           STATUS ACC-ST.
           SELECT DORM-FILE ASSIGN TO DORMLIST
                           STATUS DOR-ST.
           SELECT MOVH-FILE ASSIGN TO MOVHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY MOVH-KEY
                           STATUS MVH-ST.
           SELECT INT-RPT-FILE ASSIGN TO INTEGRPT
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
      *RATE-FILE, geçerli para birimlerinin listesi olarak kullanılır;
      *kayıt düzeni RATEREC kopya kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *ACCR-FILE, hesap başına tahakkuk kovalarıdır (ACCRREC kopya
      *kitaplığı); burada yalnızca okunur.
       FD  ACCR-FILE.
           COPY ACCRREC.
      *DORM-FILE, PBEG020'nin yazdığı uyuyan hesap listesidir; kayıt
      *düzeni UNIFY16 programındaki DOR-REC ile aynıdır.
       FD  DORM-FILE RECORDING MODE F.
       01  DOR-REC.
           05 DOR-ID           PIC 9(5).
           05 FILLER           PIC X.
           05 DOR-DVZ          PIC 9(3).
           05 FILLER           PIC X.
           05 DOR-LAST-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 DOR-AGE-DAYS     PIC 9(5).
      *MOVH-FILE, PBEG018'in biriktirdiği hesap hareket geçmişidir
      *(MOVHREC kopya kitaplığı); burada yalnızca okunur.
       FD  MOVH-FILE.
           COPY MOVHREC.
      *INT-RPT-FILE, bütünlük tarama raporudur; başlık, kolon ve
      *kategori özet satırları aynı alanı REDEFINES eder.
       FD  INT-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-CATEGORY     PIC X(30).
           05 FILLER           PIC X(1).
           05 RPT-ID           PIC 9(5).
           05 FILLER           PIC X(1).
           05 RPT-DVZ          PIC 9(3).
           05 FILLER           PIC X(1).
           05 RPT-VALUE        PIC -9(8).
           05 FILLER           PIC X(1).
           05 RPT-BALANCE      PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(13).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(40).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(22).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-CAT-HDG       PIC X(31).
           05 RC-ID-HDG        PIC X(6).
           05 RC-DVZ-HDG       PIC X(4).
           05 RC-VALUE-HDG     PIC X(10).
           05 RC-BAL-HDG       PIC X(16).
           05 FILLER           PIC X(13).
       01  RPT-SUMMARY-LINE REDEFINES RPT-DETAIL-LINE.
           05 RS-CATEGORY      PIC X(30).
           05 RS-COUNT-LIT     PIC X(8).
           05 RS-COUNT         PIC 9(7).
           05 RS-NOTE          PIC X(14).
           05 FILLER           PIC X(21).
      *RUNPARM-FILE, gece işlerinin ortak kullandığı çalışma-kontrol
      *parametresini taşır (RUNPARM kopya kitaplığı); burada yalnızca
      *etkin iş günü için okunur.
       FD  RUNPARM-FILE RECORDING MODE F.
           COPY RUNPARM.
      *STATS-FILE, her çalışmanın sonunda eklenen standart çalışma-
      *istatistik kaydını taşır (RUNSTAT kopya kitaplığı); PBEG009
      *gece sonu özet raporu ve PBEG016 adım denetleyicisi bu
      *dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-RUN-DATE-OVERRIDE PIC 9(8).
           05  WS-RUN-TIMESTAMP PIC 9(14).
           05  WS-BUSINESS-DATE PIC 9(8).
           05  WS-BUSINESS-JUL  PIC 9(7).
           05  WS-EDIT-DATE     PIC 9(7).
           05  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
              10 WS-ED-CCYY     PIC 9(4).
              10 WS-ED-DDD      PIC 9(3).
           05  WS-DATE-OK-SW    PIC X(1).
              88 WS-DATE-OK       VALUE 'Y'.
           05  WS-YEAR-DAYS     PIC 9(3).
           05  WS-LY-YEAR       PIC 9(4).
           05  WS-LY-QUOT       PIC 9(4).
           05  WS-LY-REM4       PIC 9(3).
           05  WS-LY-REM100     PIC 9(3).
           05  WS-LY-REM400     PIC 9(3).
           05  WS-LEAP-SW       PIC X(1).
              88 WS-IS-LEAP       VALUE 'Y'.
           05  WS-MOVH-FOUND-SW PIC X(1).
              88 WS-MOVH-FOUND    VALUE 'Y'.
           05  WS-ACCR-OPEN-SW  PIC X(1).
              88 WS-ACCR-OPEN     VALUE 'Y'.
           05  WS-DORM-OPEN-SW  PIC X(1).
              88 WS-DORM-OPEN     VALUE 'Y'.
           05  WS-MOVH-OPEN-SW  PIC X(1).
              88 WS-MOVH-OPEN     VALUE 'Y'.
           05  WS-CAT-NO        PIC 9(1).
           05  WS-FIND-VALUE    PIC S9(8).
           05  WS-CNT-ACCOUNTS  PIC 9(7) VALUE ZERO.
           05  WS-CNT-BUCKETS   PIC 9(7) VALUE ZERO.
           05  WS-CNT-DORMANT   PIC 9(7) VALUE ZERO.
           05  WS-CNT-FINDINGS  PIC 9(7) VALUE ZERO.
         03  PROGRAM-ST.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-EOF                 VALUE 10.
           05 RATE-ST        PIC 99.
              88 RATE-SUCCESS            VALUE 00 97.
              88 RATE-EOF                VALUE 10.
           05 ACC-ST         PIC 99.
              88 ACC-SUCCESS             VALUE 00 97.
              88 ACC-EOF                 VALUE 10.
           05 DOR-ST         PIC 99.
              88 DOR-SUCCESS             VALUE 00 97.
              88 DOR-EOF                 VALUE 10.
           05 MVH-ST         PIC 99.
              88 MVH-SUCCESS             VALUE 00 97.
              88 MVH-EOF                 VALUE 10.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen geçerli para
      *birimlerini taşır (UNIFY01'deki yükleme düzeninin aynısıdır).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-FOUND-SW PIC X(1).
              88  WS-RATE-FOUND   VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
      *WS-CAT-TABLE, bulgu kategorilerinin rapor adını, bulgu sayısını
      *ve kategorinin denetlenip denetlenmediğini taşır; sıra,
      *açıklama bloğundaki numaralarla aynıdır.
       01  WS-CAT-TABLE.
           05  WS-CAT-IDX       PIC 9(1).
           05  WS-CAT-ENTRY OCCURS 7 TIMES.
              10  WS-CT-NAME       PIC X(30).
              10  WS-CT-COUNT      PIC 9(7).
              10  WS-CT-CHECKED    PIC X(1).
                 88  WS-CT-WAS-CHECKED VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Tarama programının ana akışını gösterir: dosyalar açılır,
      *önce IDX-FILE baştan sona taranır (para birimi, tarih ve
      *hareket denetimleri), ardından tahakkuk kovaları ve uyuyan
      *hesap listesi IDX-FILE'a karşı denetlenir, kategori özeti
      *yazılır ve program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-CHECK-ACCOUNT UNTIL IDX-EOF.
           IF WS-ACCR-OPEN
              PERFORM H300-CHECK-BUCKET UNTIL ACC-EOF
           END-IF.
           IF WS-DORM-OPEN
              PERFORM H400-CHECK-DORMANT UNTIL DOR-EOF
           END-IF.
           PERFORM H600-WRITE-SUMMARY.
           IF WS-CNT-FINDINGS NOT = ZERO
              DISPLAY 'PBEG026 ' WS-CNT-FINDINGS
                 ' INTEGRITY FINDING(S) - SEE INTEGRPT'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini, para
      *birimi ve kategori tablolarının hazırlanmasını, rapor
      *başlığının yazılmasını ve ilk kayıtların okunmasını sağlar.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           COMPUTE WS-BUSINESS-JUL = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT INT-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-OPTIONAL.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H130-INIT-CATEGORIES.
           PERFORM H160-WRITE-RPT-HEADING.
           READ IDX-FILE NEXT RECORD.
       H100-END. EXIT.
      *Zorunlu dosyaların açılışında oluşan hataları kontrol eder.
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
           DISPLAY 'UNABLE TO OPEN INTEGRITY REPORT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *ACCRFILE, DORMLIST ve MOVHIST isteğe bağlıdır (gönderim modu,
      *uyuyanlık taraması ya da hareket geçmişi henüz hiç çalışmamış
      *olabilir); açılamayan dosyanın kategorileri denetlenmez.
       H120-OPEN-OPTIONAL.
           MOVE 'N' TO WS-ACCR-OPEN-SW.
           OPEN INPUT ACCR-FILE.
           IF ACC-SUCCESS
              MOVE 'Y' TO WS-ACCR-OPEN-SW
              READ ACCR-FILE NEXT RECORD
           ELSE
              DISPLAY 'PBEG026 ACCRUAL FILE NOT AVAILABLE: ' ACC-ST
              MOVE 10 TO ACC-ST
           END-IF.
           MOVE 'N' TO WS-DORM-OPEN-SW.
           OPEN INPUT DORM-FILE.
           IF DOR-SUCCESS
              MOVE 'Y' TO WS-DORM-OPEN-SW
              READ DORM-FILE
           ELSE
              DISPLAY 'PBEG026 DORMANT LIST NOT AVAILABLE: ' DOR-ST
              MOVE 10 TO DOR-ST
           END-IF.
           MOVE 'N' TO WS-MOVH-OPEN-SW.
           OPEN INPUT MOVH-FILE.
           IF MVH-SUCCESS
              MOVE 'Y' TO WS-MOVH-OPEN-SW
           ELSE
              DISPLAY 'PBEG026 MOVEMENT HISTORY NOT AVAILABLE: ' MVH-ST
           END-IF.
       H120-END. EXIT.
      *RATE-FILE, RATE-DVZ sırasına göre baştan sona taranarak
      *WS-RATE-TABLE'a yüklenir (UNIFY01'deki yükleme düzeninin
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
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *Kategori adları rapor sırasıyla yüklenir; isteğe bağlı dosyası
      *açılamayan kategoriler denetlenmedi olarak işaretlenir.
       H130-INIT-CATEGORIES.
           MOVE 'IDX CURRENCY NOT IN RATE-FILE' TO WS-CT-NAME(1).
           MOVE 'IDX-DATE NOT A VALID CCYYDDD' TO WS-CT-NAME(2).
           MOVE 'IDX-DATE AFTER BUSINESS DATE' TO WS-CT-NAME(3).
           MOVE 'ACCRUAL BUCKET WITHOUT ACCOUNT' TO WS-CT-NAME(4).
           MOVE 'ACCRUAL LAST DATE IN FUTURE' TO WS-CT-NAME(5).
           MOVE 'DORMANT ENTRY WITHOUT ACCOUNT' TO WS-CT-NAME(6).
           MOVE 'BALANCE WITHOUT ANY MOVEMENT' TO WS-CT-NAME(7).
           MOVE 1 TO WS-CAT-IDX.
           PERFORM H131-RESET-CATEGORY UNTIL WS-CAT-IDX > 7.
           IF NOT WS-ACCR-OPEN
              MOVE 'N' TO WS-CT-CHECKED(4)
              MOVE 'N' TO WS-CT-CHECKED(5)
           END-IF.
           IF NOT WS-DORM-OPEN
              MOVE 'N' TO WS-CT-CHECKED(6)
           END-IF.
           IF NOT WS-MOVH-OPEN
              MOVE 'N' TO WS-CT-CHECKED(7)
           END-IF.
       H130-END. EXIT.

       H131-RESET-CATEGORY.
           MOVE ZERO TO WS-CT-COUNT(WS-CAT-IDX).
           MOVE 'Y' TO WS-CT-CHECKED(WS-CAT-IDX).
           ADD 1 TO WS-CAT-IDX.
       H131-END. EXIT.
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
      *Raporun başlık ve kolon başlığı satırlarını yazar.
       H160-WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG026 CROSS-FILE INTEGRITY SCAN' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CATEGORY' TO RC-CAT-HDG.
           MOVE 'ID' TO RC-ID-HDG.
           MOVE 'DVZ' TO RC-DVZ-HDG.
           MOVE 'VALUE' TO RC-VALUE-HDG.
           MOVE 'BALANCE' TO RC-BAL-HDG.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Her hesap için para birimi, IDX-DATE ve (bakiyesi varsa)
      *hareket geçmişi denetlenir.
       H200-CHECK-ACCOUNT.
           ADD 1 TO WS-CNT-ACCOUNTS.
           PERFORM H210-CHECK-CURRENCY.
           PERFORM H220-CHECK-IDX-DATE.
           IF WS-MOVH-OPEN AND IDX-BALLANCE NOT = ZERO
              PERFORM H230-CHECK-MOVEMENT
           END-IF.
           READ IDX-FILE NEXT RECORD.
       H200-END. EXIT.
      *Hesabın para birimi WS-RATE-TABLE'da aranır.
       H210-CHECK-CURRENCY.
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H215-SEARCH-RATE-TABLE
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF NOT WS-RATE-FOUND
              MOVE 1 TO WS-CAT-NO
              MOVE IDX-DVZ TO WS-FIND-VALUE
              PERFORM H500-WRITE-ACCOUNT-FINDING
           END-IF.
       H210-END. EXIT.

       H215-SEARCH-RATE-TABLE.
           IF IDX-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H215-END. EXIT.
      *IDX-DATE (CCYYDDD) takvimsel olarak geçerli olmalı (PBEG006
      *düzenlemesindeki kural: yıl sıfır olamaz, gün 1 ile yılın gün
      *sayısı arasında olmalı) ve etkin iş gününden sonra olmamalıdır.
       H220-CHECK-IDX-DATE.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF IDX-DATE < ZERO
              MOVE 'N' TO WS-DATE-OK-SW
           ELSE
              MOVE IDX-DATE TO WS-EDIT-DATE
              MOVE WS-ED-CCYY TO WS-LY-YEAR
              PERFORM H225-CHECK-LEAP-YEAR
              IF WS-IS-LEAP
                 MOVE 366 TO WS-YEAR-DAYS
              ELSE
                 MOVE 365 TO WS-YEAR-DAYS
              END-IF
              IF WS-ED-CCYY = ZERO OR WS-ED-DDD = ZERO
                 OR WS-ED-DDD > WS-YEAR-DAYS
                 MOVE 'N' TO WS-DATE-OK-SW
              END-IF
           END-IF.
           IF NOT WS-DATE-OK
              MOVE 2 TO WS-CAT-NO
              MOVE IDX-DATE TO WS-FIND-VALUE
              PERFORM H500-WRITE-ACCOUNT-FINDING
           ELSE
              IF IDX-DATE > WS-BUSINESS-JUL
                 MOVE 3 TO WS-CAT-NO
                 MOVE IDX-DATE TO WS-FIND-VALUE
                 PERFORM H500-WRITE-ACCOUNT-FINDING
              END-IF
           END-IF.
       H220-END. EXIT.
      *WS-LY-YEAR'de belirtilen yılın Gregoryen takvime göre artık yıl
      *olup olmadığını WS-IS-LEAP koşuluna yazar.
       H225-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LY-YEAR BY 4 GIVING WS-LY-QUOT
                  REMAINDER WS-LY-REM4.
           DIVIDE WS-LY-YEAR BY 100 GIVING WS-LY-QUOT
                  REMAINDER WS-LY-REM100.
           DIVIDE WS-LY-YEAR BY 400 GIVING WS-LY-QUOT
                  REMAINDER WS-LY-REM400.
           IF WS-LY-REM4 = ZERO
              IF WS-LY-REM100 NOT = ZERO
                 MOVE 'Y' TO WS-LEAP-SW
              ELSE
                 IF WS-LY-REM400 = ZERO
                    MOVE 'Y' TO WS-LEAP-SW
                 END-IF
              END-IF
           END-IF.
       H225-END. EXIT.
      *Hesabın MOVHIST'teki ilk hareketi aranır: anahtar hesap +
      *para birimi + sıfır tarihle konumlanılır ve okunan ilk kayıt
      *aynı hesaba aitse hareket vardır.
       H230-CHECK-MOVEMENT.
           MOVE 'N' TO WS-MOVH-FOUND-SW.
           MOVE IDX-ID TO MOVH-ID.
           MOVE IDX-DVZ TO MOVH-DVZ.
           MOVE ZERO TO MOVH-DATE.
           MOVE ZERO TO MOVH-SEQ.
           START MOVH-FILE KEY IS NOT LESS THAN MOVH-KEY
              INVALID KEY MOVE 10 TO MVH-ST.
           IF MVH-SUCCESS
              READ MOVH-FILE NEXT RECORD
              IF MVH-SUCCESS AND MOVH-ID = IDX-ID
                 AND MOVH-DVZ = IDX-DVZ
                 MOVE 'Y' TO WS-MOVH-FOUND-SW
              END-IF
           END-IF.
           IF NOT WS-MOVH-FOUND
              MOVE 7 TO WS-CAT-NO
              MOVE ZERO TO WS-FIND-VALUE
              PERFORM H500-WRITE-ACCOUNT-FINDING
           END-IF.
       H230-END. EXIT.
      *Her tahakkuk kovasının hesabı IDX-FILE'da aranır ve son
      *tahakkuk günü etkin iş günüyle karşılaştırılır.
       H300-CHECK-BUCKET.
           ADD 1 TO WS-CNT-BUCKETS.
           MOVE ACCR-ID TO IDX-ID.
           MOVE ACCR-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H310-BUCKET-ORPHAN
           END-READ.
           IF ACCR-LAST-DATE > WS-BUSINESS-DATE
              MOVE 5 TO WS-CAT-NO
              MOVE ACCR-LAST-DATE TO WS-FIND-VALUE
              PERFORM H510-WRITE-BUCKET-FINDING
           END-IF.
           READ ACCR-FILE NEXT RECORD.
       H300-END. EXIT.

       H310-BUCKET-ORPHAN.
           MOVE 4 TO WS-CAT-NO.
           MOVE ACCR-LAST-DATE TO WS-FIND-VALUE.
           PERFORM H510-WRITE-BUCKET-FINDING.
       H310-END. EXIT.
      *Uyuyan hesap listesindeki her satırın hesabı IDX-FILE'da
      *aranır; bulunamayan satır kapanmış ya da silinmiş bir hesaba
      *aittir.
       H400-CHECK-DORMANT.
           ADD 1 TO WS-CNT-DORMANT.
           MOVE DOR-ID TO IDX-ID.
           MOVE DOR-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H410-DORMANT-ORPHAN
           END-READ.
           READ DORM-FILE.
       H400-END. EXIT.

       H410-DORMANT-ORPHAN.
           MOVE 6 TO WS-CAT-NO.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-CT-NAME(WS-CAT-NO) TO RPT-CATEGORY.
           MOVE DOR-ID TO RPT-ID.
           MOVE DOR-DVZ TO RPT-DVZ.
           MOVE DOR-LAST-DATE TO RPT-VALUE.
           MOVE ZERO TO RPT-BALANCE.
           PERFORM H520-COUNT-AND-WRITE.
       H410-END. EXIT.
      *Hesap bulgusu satırı: kategori, hesap anahtarı, sorunlu değer
      *(WS-FIND-VALUE çağıran paragrafta doldurulur) ve bakiye.
       H500-WRITE-ACCOUNT-FINDING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-FIND-VALUE TO RPT-VALUE.
           MOVE WS-CT-NAME(WS-CAT-NO) TO RPT-CATEGORY.
           MOVE IDX-ID TO RPT-ID.
           MOVE IDX-DVZ TO RPT-DVZ.
           MOVE IDX-BALLANCE TO RPT-BALANCE.
           PERFORM H520-COUNT-AND-WRITE.
       H500-END. EXIT.
      *Kova bulgusu satırı: bakiye yerine kovada bekleyen tutar
      *basılır.
       H510-WRITE-BUCKET-FINDING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-FIND-VALUE TO RPT-VALUE.
           MOVE WS-CT-NAME(WS-CAT-NO) TO RPT-CATEGORY.
           MOVE ACCR-ID TO RPT-ID.
           MOVE ACCR-DVZ TO RPT-DVZ.
           MOVE ACCR-AMOUNT TO RPT-BALANCE.
           PERFORM H520-COUNT-AND-WRITE.
       H510-END. EXIT.
      *Bulgu kategorisine ve toplam bulguya sayılır ve satır yazılır.
       H520-COUNT-AND-WRITE.
           ADD 1 TO WS-CT-COUNT(WS-CAT-NO).
           ADD 1 TO WS-CNT-FINDINGS.
           WRITE RPT-DETAIL-LINE.
       H520-END. EXIT.
      *Rapor sonunda her kategorinin bulgu sayısı basılır; dosyası
      *açılamadığı için denetlenmeyen kategori NOT CHECKED notuyla
      *gösterilir.
       H600-WRITE-SUMMARY.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE 'PBEG026 FINDINGS BY CATEGORY' TO RH-TITLE.
           WRITE RPT-DETAIL-LINE.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM H610-WRITE-CATEGORY-LINE UNTIL WS-CAT-IDX > 7.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'TOTAL FINDINGS' TO RS-CATEGORY.
           MOVE ' COUNT: ' TO RS-COUNT-LIT.
           MOVE WS-CNT-FINDINGS TO RS-COUNT.
           WRITE RPT-DETAIL-LINE.
       H600-END. EXIT.

       H610-WRITE-CATEGORY-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-CT-NAME(WS-CAT-IDX) TO RS-CATEGORY.
           MOVE ' COUNT: ' TO RS-COUNT-LIT.
           MOVE WS-CT-COUNT(WS-CAT-IDX) TO RS-COUNT.
           IF NOT WS-CT-WAS-CHECKED(WS-CAT-IDX)
              MOVE ' NOT CHECKED' TO RS-NOTE
           END-IF.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-CAT-IDX.
       H610-END. EXIT.
      *Kapanışta kontrol toplamları gösterilir, çalışma-istatistik
      *kaydı eklenir ve dosyalar kapatılır.
       H999-PROGRAM-EXIT.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG026 CROSS-FILE INTEGRITY SCAN TOTALS'.
           DISPLAY 'ACCOUNTS SCANNED        : ' WS-CNT-ACCOUNTS.
           DISPLAY 'ACCRUAL BUCKETS SCANNED : ' WS-CNT-BUCKETS.
           DISPLAY 'DORMANT ENTRIES SCANNED : ' WS-CNT-DORMANT.
           DISPLAY 'CURRENCY NOT IN RATE    : ' WS-CT-COUNT(1).
           DISPLAY 'INVALID IDX-DATE        : ' WS-CT-COUNT(2).
           DISPLAY 'FUTURE IDX-DATE         : ' WS-CT-COUNT(3).
           DISPLAY 'ORPHAN ACCRUAL BUCKETS  : ' WS-CT-COUNT(4).
           DISPLAY 'FUTURE ACCRUAL DATE     : ' WS-CT-COUNT(5).
           DISPLAY 'ORPHAN DORMANT ENTRIES  : ' WS-CT-COUNT(6).
           DISPLAY 'BALANCE WITHOUT MOVEMENT: ' WS-CT-COUNT(7).
           DISPLAY 'TOTAL FINDINGS          : ' WS-CNT-FINDINGS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE INT-RPT-FILE.
           IF WS-ACCR-OPEN
              CLOSE ACCR-FILE
           END-IF.
           IF WS-DORM-OPEN
              CLOSE DORM-FILE
           END-IF.
           IF WS-MOVH-OPEN
              CLOSE MOVH-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = taranan hesap, kova ve
      *uyuyan hesap satırları, yazılan = sıfır, reddedilen = bulgu
      *sayısıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG026' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           COMPUTE STAT-READ = WS-CNT-ACCOUNTS + WS-CNT-BUCKETS
                   + WS-CNT-DORMANT.
           MOVE ZERO TO STAT-WRITTEN.
           MOVE WS-CNT-FINDINGS TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
