       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG024.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-10  Y.O.  İş günü takvimi bakım programı ilk sürümü:
      *                  yılın resmi tatil listesi doğrulanıp CALENDAR
      *                  takvimine yüklenir (hafta sonu, tatil, ayın
      *                  son iş günü işaretleriyle), takvimin iş günü
      *                  sıraları yeniden numaralanır ve CALRPT
      *                  raporu basılır.
      *--------------------
      * Gece sırasının ortak iş günü takvimini (CALENDAR, CALREC
      * kopya kitaplığı) yıl yıl yükleyen bakım programıdır. HOLIDAYS
      * destesinin ilk anlamlı kartı yıl kartıdır ('Y', CCYY);
      * ardından gelen her 'H' kartı o yılın bir resmi tatil gününü
      * (CCYYAAGG) ve adını taşır. '*' ile başlayan ve boş kartlar
      * açıklama sayılıp atlanır. Her kart doğrulanır: kart türü
      * tanımlı, yıl kartı tek ve geçerli, tarih takvimsel olarak
      * geçerli ve yıl kartının yılında, açıklama dolu, deste içinde
      * aynı tarih ikinci kez yok. Yıl, takvimde zaten varsa yeniden
      * yüklenir; yoksa takvimdeki bir yıla bitişik olmalıdır (iş günü
      * sıraları yıllar arasında kesintisiz sayılır). Tek bir kart
      * bile reddedilirse takvime dokunulmaz, dönüş kodu 8 olur.
      * Geçerli destede yılın her günü yazılır: pazartesi-cuma iş
      * günü, cumartesi-pazar hafta sonu, listedeki günler tatil (hafta
      * sonuna denk gelen tatil raporda not edilir). Her ayın son iş
      * günü işaretlenir. Ardından bütün takvim baştan sona okunarak
      * önceki iş günü ve iş günü sırası alanları yeniden hesaplanır.
      * CALRPT raporu her kartın sonucunu ve ay bazında iş günü
      * sayısını, tatil sayısını ve son iş gününü gösterir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-FILE ASSIGN TO HOLIDAYS
                           STATUS HOL-ST.
           SELECT CAL-FILE ASSIGN TO CALENDAR
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CAL-DATE
                           STATUS CAL-ST.
           SELECT CAL-RPT-FILE ASSIGN TO CALRPT
                           STATUS RPT-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *HOL-FILE, yılın resmi tatil destesidir: HOL-TYPE 'Y' = yıl
      *kartı (yıl HOL-YEAR sütunlarında), 'H' = tatil günü (tarih
      *CCYYAAGG ve tatilin adı), '*' = açıklama kartı.
       FD  HOL-FILE RECORDING MODE F.
       01  HOL-REC.
           05 HOL-TYPE         PIC X(1).
           05 FILLER           PIC X(1).
           05 HOL-DATE         PIC X(8).
           05 FILLER           PIC X(1).
           05 HOL-DESC         PIC X(30).
           05 FILLER           PIC X(39).
       01  HOL-YEAR-REC REDEFINES HOL-REC.
           05 FILLER           PIC X(2).
           05 HOL-YEAR         PIC X(4).
           05 FILLER           PIC X(74).
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); ilk yüklemede henüz yoksa boş oluşturulur.
       FD  CAL-FILE.
           COPY CALREC.
      *CAL-RPT-FILE, yükleme raporudur; başlık, kolon, ay ve özet
      *satırları aynı alanı REDEFINES eder.
       FD  CAL-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-TYPE         PIC X(1).
           05 FILLER           PIC X(1).
           05 RPT-DATE         PIC X(8).
           05 FILLER           PIC X(1).
           05 RPT-DESC         PIC X(30).
           05 FILLER           PIC X(1).
           05 RPT-STATUS       PIC X(8).
           05 FILLER           PIC X(1).
           05 RPT-REASON       PIC X(29).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(40).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(22).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-TYPE-HDG      PIC X(2).
           05 RC-DATE-HDG      PIC X(9).
           05 RC-DESC-HDG      PIC X(31).
           05 RC-STAT-HDG      PIC X(9).
           05 RC-NOTE-HDG      PIC X(29).
       01  RPT-MONTH-LINE REDEFINES RPT-DETAIL-LINE.
           05 RM-MONTH-LIT     PIC X(7).
           05 RM-MONTH         PIC 9(6).
           05 RM-BUS-LIT       PIC X(12).
           05 RM-BUS-DAYS      PIC 9(2).
           05 RM-HOL-LIT       PIC X(12).
           05 RM-HOLIDAYS      PIC 9(2).
           05 RM-LAST-LIT      PIC X(15).
           05 RM-LAST-BUS      PIC 9(8).
           05 FILLER           PIC X(16).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(30).
           05 RF-DAYS-LIT      PIC X(12).
           05 RF-DAYS          PIC 9(5).
           05 RF-REJ-LIT       PIC X(12).
           05 RF-REJECTED      PIC 9(5).
           05 FILLER           PIC X(16).
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
           05  WS-CAL-YEAR      PIC 9(4) VALUE ZERO.
           05  WS-YEAR-SW       PIC X(1) VALUE 'N'.
              88 WS-YEAR-SEEN     VALUE 'Y'.
           05  WS-EDIT-OK-SW    PIC X(1).
              88 WS-EDIT-OK       VALUE 'Y'.
           05  WS-EDIT-REASON   PIC X(29).
           05  WS-EDIT-DATE     PIC 9(8).
           05  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
              10 WS-ED-CCYY     PIC 9(4).
              10 WS-ED-MM       PIC 9(2).
              10 WS-ED-DD       PIC 9(2).
           05  WS-MONTH-DAYS    PIC 9(2).
           05  WS-YEAR-DAYS     PIC 9(3).
           05  WS-LY-YEAR       PIC 9(4).
           05  WS-LY-QUOT       PIC 9(4).
           05  WS-LY-REM4       PIC 9(3).
           05  WS-LY-REM100     PIC 9(3).
           05  WS-LY-REM400     PIC 9(3).
           05  WS-LEAP-SW       PIC X(1).
              88 WS-IS-LEAP       VALUE 'Y'.
           05  WS-WEEKDAY-W     PIC 9(1).
           05  WS-JAN1-INT      PIC 9(7).
           05  WS-DAY-INT       PIC 9(7).
           05  WS-DAY-IDX       PIC 9(3).
           05  WS-MONTH-IDX     PIC 9(2).
           05  WS-SCAN-MONTH    PIC 9(2).
           05  WS-PROBE-DATE    PIC 9(8).
           05  WS-ADJACENT-SW   PIC X(1).
              88 WS-ADJACENT      VALUE 'Y'.
           05  WS-PREV-BUS      PIC 9(8).
           05  WS-BUS-NO        PIC 9(7).
           05  WS-CNT-CARDS     PIC 9(5) VALUE ZERO.
           05  WS-CNT-HOLIDAYS  PIC 9(5) VALUE ZERO.
           05  WS-CNT-REJECTED  PIC 9(5) VALUE ZERO.
           05  WS-CNT-WRITTEN   PIC 9(5) VALUE ZERO.
           05  WS-CNT-REPLACED  PIC 9(5) VALUE ZERO.
           05  WS-CNT-RENUMBERED PIC 9(7) VALUE ZERO.
           05  WS-CNT-ERRORS    PIC 9(5) VALUE ZERO.
         03  PROGRAM-ST.
           05 HOL-ST         PIC 99.
              88 HOL-SUCCESS             VALUE 00 97.
              88 HOL-EOF                 VALUE 10.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
              88 CAL-EOF                 VALUE 10.
              88 CAL-NOTFND              VALUE 23.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-HOL-TABLE, destede kabul edilen tatil günlerini ve adlarını
      *taşır; yılın gün tablosu kurulurken bu tablo aranır.
       01  WS-HOL-TABLE.
           05  WS-HOL-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-HOL-IDX       PIC 9(2).
           05  WS-HOL-FOUND-SW  PIC X(1).
              88  WS-HOL-FOUND    VALUE 'Y'.
           05  WS-HOL-ENTRY OCCURS 50 TIMES.
              10  WS-HO-DATE       PIC 9(8).
              10  WS-HO-DESC       PIC X(30).
      *WS-DAY-TABLE, yüklenen yılın her günü için takvime yazılacak
      *değerleri taşır (artık yılda 366 gün).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
              10  WS-DY-DATE       PIC 9(8).
              10  WS-DY-DATE-X REDEFINES WS-DY-DATE.
                 15 WS-DY-CCYY     PIC 9(4).
                 15 WS-DY-MM       PIC 9(2).
                 15 WS-DY-DD       PIC 9(2).
              10  WS-DY-TYPE       PIC X(1).
              10  WS-DY-WEEKDAY    PIC 9(1).
              10  WS-DY-MONTH-END  PIC X(1).
              10  WS-DY-DESC       PIC X(30).
      *WS-MONTH-TABLE, ay bazında iş günü ve tatil sayılarını ve ayın
      *son iş gününü rapor için biriktirir.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
              10  WS-MO-BUS-DAYS   PIC 9(2).
              10  WS-MO-HOLIDAYS   PIC 9(2).
              10  WS-MO-LAST-BUS   PIC 9(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Bakım programının ana akışını gösterir: dosyalar açılır, deste
      *bitene kadar her kart doğrulanır, deste bütün olarak
      *değerlendirilir; reddedilen kart yoksa yıl kurulup takvime
      *yazılır, takvim yeniden numaralanır ve ay raporu basılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-EDIT-CARD UNTIL HOL-EOF.
           PERFORM H300-CHECK-DECK.
           IF WS-CNT-REJECTED = ZERO
              PERFORM H400-BUILD-YEAR
              PERFORM H500-WRITE-YEAR
              IF WS-CNT-ERRORS = ZERO
                 PERFORM H600-RENUMBER-CALENDAR
              END-IF
              PERFORM H700-WRITE-MONTH-REPORT
           ELSE
              DISPLAY 'PBEG024 HOLIDAY DECK HAS ' WS-CNT-REJECTED
                 ' REJECTED CARD(S) - CALENDAR NOT UPDATED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini, rapor
      *başlığının yazılmasını ve ilk kartın okunmasını sağlar.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN INPUT  HOL-FILE.
           OPEN OUTPUT CAL-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-CALENDAR.
           PERFORM H160-WRITE-RPT-HEADING.
           READ HOL-FILE.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (HOL-ST NOT = 0) AND (HOL-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN HOLIDAY DECK: ' HOL-ST
           MOVE HOL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CALENDAR REPORT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Takvim dosyası I-O ile açılır; ilk yüklemede henüz yoksa önce
      *OUTPUT ile boş oluşturulup yeniden I-O ile açılır.
       H120-OPEN-CALENDAR.
           OPEN I-O CAL-FILE.
           IF NOT CAL-SUCCESS
              OPEN OUTPUT CAL-FILE
              CLOSE CAL-FILE
              OPEN I-O CAL-FILE
           END-IF.
           IF (CAL-ST NOT = 0) AND (CAL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CALENDAR FILE: ' CAL-ST
              MOVE CAL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
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
           MOVE 'PBEG024 BUSINESS CALENDAR LOAD' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'T' TO RC-TYPE-HDG.
           MOVE 'DATE' TO RC-DATE-HDG.
           MOVE 'DESCRIPTION' TO RC-DESC-HDG.
           MOVE 'STATUS' TO RC-STAT-HDG.
           MOVE 'NOTE' TO RC-NOTE-HDG.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Açıklama ve boş kartlar atlanır; diğer her kart doğrulanır,
      *kabul edilen yıl kartı yılı, kabul edilen tatil kartı tatil
      *tablosunu doldurur ve kartın sonucu rapora yazılır.
       H200-EDIT-CARD.
           IF HOL-TYPE NOT = '*' AND HOL-REC NOT = SPACES
              ADD 1 TO WS-CNT-CARDS
              PERFORM H210-VALIDATE-CARD
              IF WS-EDIT-OK
                 PERFORM H250-ACCEPT-CARD
              ELSE
                 ADD 1 TO WS-CNT-REJECTED
              END-IF
              PERFORM H260-WRITE-CARD-LINE
           END-IF.
           READ HOL-FILE.
       H200-END. EXIT.
      *Kartı takvime dokunmadan doğrular: kart türü 'Y' ya da 'H'
      *olmalı; yıl kartı destede tek olmalı ve yıl 1901-2099 arasında
      *olmalı; tatil kartı yıl kartından sonra gelmeli, tarihi
      *takvimsel olarak geçerli ve yıl kartının yılında olmalı,
      *açıklaması dolu olmalı ve aynı tarih destede ikinci kez
      *gelmemeli.
       H210-VALIDATE-CARD.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE HOL-TYPE
              WHEN 'Y'
                 PERFORM H215-VALIDATE-YEAR
              WHEN 'H'
                 PERFORM H220-VALIDATE-HOLIDAY
              WHEN OTHER
                 MOVE 'N' TO WS-EDIT-OK-SW
                 MOVE 'INVALID CARD TYPE' TO WS-EDIT-REASON
           END-EVALUATE.
       H210-END. EXIT.

       H215-VALIDATE-YEAR.
           IF WS-YEAR-SEEN
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'DUPLICATE YEAR CARD' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND HOL-YEAR NOT NUMERIC
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID YEAR' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              IF HOL-YEAR < '1901' OR HOL-YEAR > '2099'
                 MOVE 'N' TO WS-EDIT-OK-SW
                 MOVE 'YEAR OUT OF RANGE 1901-2099' TO WS-EDIT-REASON
              END-IF
           END-IF.
       H215-END. EXIT.

       H220-VALIDATE-HOLIDAY.
           IF NOT WS-YEAR-SEEN
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'HOLIDAY BEFORE YEAR CARD' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              PERFORM H225-CHECK-DATE
           END-IF.
           IF WS-EDIT-OK AND WS-ED-CCYY NOT = WS-CAL-YEAR
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'DATE NOT IN CALENDAR YEAR' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND HOL-DESC = SPACES
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MISSING DESCRIPTION' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              PERFORM H230-CHECK-DUP-DATE
           END-IF.
           IF WS-EDIT-OK AND WS-HOL-COUNT = 50
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MORE THAN 50 HOLIDAYS' TO WS-EDIT-REASON
           END-IF.
       H220-END. EXIT.
      *HOL-DATE (CCYYAAGG) takvimsel olarak geçerli olmalı: ay 1-12
      *arasında olmalı, gün ayın gün sayısını (şubat artık yılda 29)
      *aşmamalı (PBEG017'deki doğum tarihi denetiminin aynısıdır).
       H225-CHECK-DATE.
           IF HOL-DATE NOT NUMERIC
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID DATE' TO WS-EDIT-REASON
           ELSE
              MOVE HOL-DATE TO WS-EDIT-DATE
              MOVE WS-ED-CCYY TO WS-LY-YEAR
              PERFORM H226-CHECK-LEAP-YEAR
              PERFORM H227-SET-MONTH-DAYS
              IF WS-ED-CCYY = ZERO
                 OR WS-ED-MM < 01 OR WS-ED-MM > 12
                 OR WS-ED-DD < 01 OR WS-ED-DD > WS-MONTH-DAYS
                 MOVE 'N' TO WS-EDIT-OK-SW
                 MOVE 'INVALID DATE' TO WS-EDIT-REASON
              END-IF
           END-IF.
       H225-END. EXIT.
      *WS-LY-YEAR'de belirtilen yılın Gregoryen takvime göre artık
      *yıl olup olmadığını WS-IS-LEAP koşuluna yazar (PBEG006'daki
      *denetimin aynısıdır).
       H226-CHECK-LEAP-YEAR.
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
       H226-END. EXIT.
      *Doğrulanan ayın gün sayısı bulunur; ay alanı 1-12 dışında ise
      *sıfır bırakılır ve gün denetimi kartı reddeder.
       H227-SET-MONTH-DAYS.
           EVALUATE WS-ED-MM
              WHEN 01 MOVE 31 TO WS-MONTH-DAYS
              WHEN 02 PERFORM H228-SET-FEB-DAYS
              WHEN 03 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04 MOVE 30 TO WS-MONTH-DAYS
              WHEN 05 MOVE 31 TO WS-MONTH-DAYS
              WHEN 06 MOVE 30 TO WS-MONTH-DAYS
              WHEN 07 MOVE 31 TO WS-MONTH-DAYS
              WHEN 08 MOVE 31 TO WS-MONTH-DAYS
              WHEN 09 MOVE 30 TO WS-MONTH-DAYS
              WHEN 10 MOVE 31 TO WS-MONTH-DAYS
              WHEN 11 MOVE 30 TO WS-MONTH-DAYS
              WHEN 12 MOVE 31 TO WS-MONTH-DAYS
              WHEN OTHER MOVE ZERO TO WS-MONTH-DAYS
           END-EVALUATE.
       H227-END. EXIT.

       H228-SET-FEB-DAYS.
           IF WS-IS-LEAP
              MOVE 29 TO WS-MONTH-DAYS
           ELSE
              MOVE 28 TO WS-MONTH-DAYS
           END-IF.
       H228-END. EXIT.
      *Tatil tarihi o ana kadar kabul edilen tatiller arasında
      *aranır; bulunursa kart reddedilir (ilk kart geçerli kalır).
       H230-CHECK-DUP-DATE.
           PERFORM H235-FIND-HOLIDAY.
           IF WS-HOL-FOUND
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'DUPLICATE DATE IN DECK' TO WS-EDIT-REASON
           END-IF.
       H230-END. EXIT.
      *WS-EDIT-DATE tatil tablosunda aranır; bulunursa WS-HOL-IDX
      *tatilin girişini gösterir.
       H235-FIND-HOLIDAY.
           MOVE 1 TO WS-HOL-IDX.
           MOVE 'N' TO WS-HOL-FOUND-SW.
           PERFORM H236-SEARCH-HOL-TABLE
              UNTIL WS-HOL-FOUND OR (WS-HOL-IDX > WS-HOL-COUNT).
       H235-END. EXIT.

       H236-SEARCH-HOL-TABLE.
           IF WS-EDIT-DATE = WS-HO-DATE(WS-HOL-IDX)
              MOVE 'Y' TO WS-HOL-FOUND-SW
           ELSE
              ADD 1 TO WS-HOL-IDX
           END-IF.
       H236-END. EXIT.
      *Kabul edilen yıl kartı yılı belirler; kabul edilen tatil kartı
      *tatil tablosuna eklenir ve hafta sonuna denk geliyorsa raporda
      *not edilir (gün yine tatil olarak yazılır).
       H250-ACCEPT-CARD.
           IF HOL-TYPE = 'Y'
              MOVE HOL-YEAR TO WS-CAL-YEAR
              MOVE 'Y' TO WS-YEAR-SW
           ELSE
              ADD 1 TO WS-HOL-COUNT
              ADD 1 TO WS-CNT-HOLIDAYS
              MOVE WS-EDIT-DATE TO WS-HO-DATE(WS-HOL-COUNT)
              MOVE HOL-DESC TO WS-HO-DESC(WS-HOL-COUNT)
              COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
                      WS-EDIT-DATE)
              PERFORM H255-SET-WEEKDAY
              IF WS-WEEKDAY-W > 5
                 MOVE 'FALLS ON A WEEKEND' TO WS-EDIT-REASON
              END-IF
           END-IF.
       H250-END. EXIT.
      *WS-DAY-INT'teki tamsayı tarihin haftanın kaçıncı günü olduğunu
      *WS-WEEKDAY-W'ye yazar: tamsayı takvimin 1. günü (1601-01-01)
      *pazartesidir, dolayısıyla 1 = pazartesi ... 7 = pazar.
       H255-SET-WEEKDAY.
           COMPUTE WS-WEEKDAY-W =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
       H255-END. EXIT.
      *Kartın sonucu rapora yazılır.
       H260-WRITE-CARD-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HOL-TYPE TO RPT-TYPE.
           IF HOL-TYPE = 'Y'
              MOVE HOL-YEAR TO RPT-DATE
           ELSE
              MOVE HOL-DATE TO RPT-DATE
           END-IF.
           MOVE HOL-DESC TO RPT-DESC.
           IF WS-EDIT-OK
              MOVE 'ACCEPTED' TO RPT-STATUS
           ELSE
              MOVE 'REJECTED' TO RPT-STATUS
           END-IF.
           MOVE WS-EDIT-REASON TO RPT-REASON.
           WRITE RPT-DETAIL-LINE.
       H260-END. EXIT.
      *Deste bütün olarak değerlendirilir: yıl kartı yoksa deste
      *reddedilir; varsa yılın takvimdeki bir yıla bitişikliği
      *denetlenir.
       H300-CHECK-DECK.
           IF NOT WS-YEAR-SEEN
              ADD 1 TO WS-CNT-REJECTED
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE 'REJECTED' TO RPT-STATUS
              MOVE 'NO YEAR CARD IN DECK' TO RPT-REASON
              WRITE RPT-DETAIL-LINE
           ELSE
              PERFORM H310-CHECK-ADJACENT
           END-IF.
       H300-END. EXIT.
      *Takvim boşsa her yıl yüklenebilir. Doluysa yıl ya takvimde
      *zaten bulunmalı (yeniden yükleme) ya da önceki yılın 31
      *aralığı veya sonraki yılın 1 ocağı takvimde bulunmalıdır;
      *aksi halde iş günü sıraları arada boş kalan yıl yüzünden
      *yanlış sayılırdı.
       H310-CHECK-ADJACENT.
           MOVE 'N' TO WS-ADJACENT-SW.
           MOVE ZERO TO CAL-DATE.
           START CAL-FILE KEY IS NOT LESS THAN CAL-DATE
              INVALID KEY MOVE 'Y' TO WS-ADJACENT-SW.
           IF NOT WS-ADJACENT
              COMPUTE WS-PROBE-DATE = WS-CAL-YEAR * 10000 + 0101
              PERFORM H315-PROBE-CALENDAR
           END-IF.
           IF NOT WS-ADJACENT
              COMPUTE WS-PROBE-DATE = (WS-CAL-YEAR - 1) * 10000
                      + 1231
              PERFORM H315-PROBE-CALENDAR
           END-IF.
           IF NOT WS-ADJACENT
              COMPUTE WS-PROBE-DATE = (WS-CAL-YEAR + 1) * 10000
                      + 0101
              PERFORM H315-PROBE-CALENDAR
           END-IF.
           IF NOT WS-ADJACENT
              ADD 1 TO WS-CNT-REJECTED
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE 'Y' TO RPT-TYPE
              MOVE WS-CAL-YEAR TO RPT-DATE
              MOVE 'REJECTED' TO RPT-STATUS
              MOVE 'YEAR NOT ADJACENT TO CALENDAR' TO RPT-REASON
              WRITE RPT-DETAIL-LINE
           END-IF.
       H310-END. EXIT.

       H315-PROBE-CALENDAR.
           MOVE WS-PROBE-DATE TO CAL-DATE.
           READ CAL-FILE KEY IS CAL-DATE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-ADJACENT-SW.
       H315-END. EXIT.
      *Yılın gün tablosu kurulur: her gün için tarih ve haftanın günü
      *bulunur, pazartesi-cuma iş günü, cumartesi-pazar hafta sonu
      *sayılır ve tatil tablosundaki günler tatil yapılır. Ardından
      *her ayın son iş günü işaretlenir.
       H400-BUILD-YEAR.
           MOVE WS-CAL-YEAR TO WS-LY-YEAR.
           PERFORM H226-CHECK-LEAP-YEAR.
           IF WS-IS-LEAP
              MOVE 366 TO WS-YEAR-DAYS
           ELSE
              MOVE 365 TO WS-YEAR-DAYS
           END-IF.
           COMPUTE WS-JAN1-INT = FUNCTION INTEGER-OF-DATE(
                   WS-CAL-YEAR * 10000 + 0101).
           MOVE 1 TO WS-MONTH-IDX.
           PERFORM H405-CLEAR-MONTH UNTIL WS-MONTH-IDX > 12.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM H410-BUILD-DAY UNTIL WS-DAY-IDX > WS-YEAR-DAYS.
           MOVE ZERO TO WS-SCAN-MONTH.
           MOVE WS-YEAR-DAYS TO WS-DAY-IDX.
           PERFORM H420-MARK-MONTH-END UNTIL WS-DAY-IDX = ZERO.
       H400-END. EXIT.

       H405-CLEAR-MONTH.
           MOVE ZERO TO WS-MO-BUS-DAYS(WS-MONTH-IDX).
           MOVE ZERO TO WS-MO-HOLIDAYS(WS-MONTH-IDX).
           MOVE ZERO TO WS-MO-LAST-BUS(WS-MONTH-IDX).
           ADD 1 TO WS-MONTH-IDX.
       H405-END. EXIT.

       H410-BUILD-DAY.
           COMPUTE WS-DAY-INT = WS-JAN1-INT + WS-DAY-IDX - 1.
           COMPUTE WS-DY-DATE(WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM H255-SET-WEEKDAY.
           MOVE WS-WEEKDAY-W TO WS-DY-WEEKDAY(WS-DAY-IDX).
           MOVE 'N' TO WS-DY-MONTH-END(WS-DAY-IDX).
           MOVE SPACES TO WS-DY-DESC(WS-DAY-IDX).
           IF WS-WEEKDAY-W > 5
              MOVE 'W' TO WS-DY-TYPE(WS-DAY-IDX)
           ELSE
              MOVE 'B' TO WS-DY-TYPE(WS-DAY-IDX)
           END-IF.
           MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-EDIT-DATE.
           PERFORM H235-FIND-HOLIDAY.
           IF WS-HOL-FOUND
              MOVE 'H' TO WS-DY-TYPE(WS-DAY-IDX)
              MOVE WS-HO-DESC(WS-HOL-IDX) TO WS-DY-DESC(WS-DAY-IDX)
           END-IF.
           MOVE WS-DY-MM(WS-DAY-IDX) TO WS-MONTH-IDX.
           EVALUATE WS-DY-TYPE(WS-DAY-IDX)
              WHEN 'B'
                 ADD 1 TO WS-MO-BUS-DAYS(WS-MONTH-IDX)
              WHEN 'H'
                 ADD 1 TO WS-MO-HOLIDAYS(WS-MONTH-IDX)
           END-EVALUATE.
           ADD 1 TO WS-DAY-IDX.
       H410-END. EXIT.
      *Gün tablosu sondan başa taranır; her ayda rastlanan ilk iş
      *günü (yani ayın son iş günü) işaretlenir.
       H420-MARK-MONTH-END.
           IF WS-DY-TYPE(WS-DAY-IDX) = 'B'
              AND WS-DY-MM(WS-DAY-IDX) NOT = WS-SCAN-MONTH
              MOVE 'Y' TO WS-DY-MONTH-END(WS-DAY-IDX)
              MOVE WS-DY-MM(WS-DAY-IDX) TO WS-SCAN-MONTH
              MOVE WS-DY-DATE(WS-DAY-IDX)
                 TO WS-MO-LAST-BUS(WS-SCAN-MONTH)
           END-IF.
           SUBTRACT 1 FROM WS-DAY-IDX.
       H420-END. EXIT.
      *Yılın her günü takvime yazılır; gün takvimde zaten varsa
      *(yılın yeniden yüklenmesi) kayıt yeni değerlerle geri yazılır.
      *Önceki iş günü ve iş günü sırası H600'de hesaplanır.
       H500-WRITE-YEAR.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM H510-WRITE-DAY UNTIL WS-DAY-IDX > WS-YEAR-DAYS.
       H500-END. EXIT.

       H510-WRITE-DAY.
           MOVE SPACES TO CAL-REC.
           MOVE WS-DY-DATE(WS-DAY-IDX) TO CAL-DATE.
           MOVE WS-DY-TYPE(WS-DAY-IDX) TO CAL-DAY-TYPE.
           MOVE WS-DY-WEEKDAY(WS-DAY-IDX) TO CAL-WEEKDAY.
           MOVE WS-DY-MONTH-END(WS-DAY-IDX) TO CAL-MONTH-END.
           MOVE ZERO TO CAL-PREV-BUS-DATE.
           MOVE ZERO TO CAL-BUS-DAY-NO.
           MOVE WS-DY-DESC(WS-DAY-IDX) TO CAL-DESC.
           MOVE WS-RUN-TIMESTAMP TO CAL-UPD-TS.
           WRITE CAL-REC
              INVALID KEY PERFORM H515-REPLACE-DAY
              NOT INVALID KEY ADD 1 TO WS-CNT-WRITTEN.
           ADD 1 TO WS-DAY-IDX.
       H510-END. EXIT.

       H515-REPLACE-DAY.
           REWRITE CAL-REC
              INVALID KEY PERFORM H520-WRITE-FAILED
              NOT INVALID KEY ADD 1 TO WS-CNT-REPLACED.
       H515-END. EXIT.

       H520-WRITE-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG024 CALENDAR WRITE FAILED FOR ' CAL-DATE
              ' STATUS ' CAL-ST.
           MOVE 12 TO RETURN-CODE.
       H520-END. EXIT.
      *Bütün takvim anahtar sırasında okunur ve her güne kendisinden
      *önceki son iş günü ile o güne kadar sayılan iş günü sırası
      *yazılır (iş günü olmayan gün, önceki iş gününün sırasını
      *taşır). Yeniden numaralama her yüklemede baştan yapılır ki
      *ortadaki bir yılın yeniden yüklenmesi sonraki yılların
      *sıralarını da düzeltsin.
       H600-RENUMBER-CALENDAR.
           MOVE ZERO TO WS-PREV-BUS.
           MOVE ZERO TO WS-BUS-NO.
           MOVE ZERO TO CAL-DATE.
           START CAL-FILE KEY IS NOT LESS THAN CAL-DATE
              INVALID KEY MOVE 10 TO CAL-ST.
           IF CAL-SUCCESS
              READ CAL-FILE NEXT RECORD
              PERFORM H610-RENUMBER-DAY UNTIL CAL-EOF
           END-IF.
       H600-END. EXIT.

       H610-RENUMBER-DAY.
           MOVE WS-PREV-BUS TO CAL-PREV-BUS-DATE.
           IF CAL-BUSINESS-DAY
              ADD 1 TO WS-BUS-NO
              MOVE CAL-DATE TO WS-PREV-BUS
           END-IF.
           MOVE WS-BUS-NO TO CAL-BUS-DAY-NO.
           REWRITE CAL-REC
              INVALID KEY PERFORM H520-WRITE-FAILED
              NOT INVALID KEY ADD 1 TO WS-CNT-RENUMBERED.
           READ CAL-FILE NEXT RECORD.
       H610-END. EXIT.
      *Yüklenen yılın her ayı için iş günü sayısı, tatil sayısı ve
      *son iş günü rapora yazılır.
       H700-WRITE-MONTH-REPORT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE 1 TO WS-MONTH-IDX.
           PERFORM H710-WRITE-MONTH-LINE UNTIL WS-MONTH-IDX > 12.
       H700-END. EXIT.

       H710-WRITE-MONTH-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'MONTH: ' TO RM-MONTH-LIT.
           COMPUTE RM-MONTH = WS-CAL-YEAR * 100 + WS-MONTH-IDX.
           MOVE ' BUS DAYS: ' TO RM-BUS-LIT.
           MOVE WS-MO-BUS-DAYS(WS-MONTH-IDX) TO RM-BUS-DAYS.
           MOVE ' HOLIDAYS: ' TO RM-HOL-LIT.
           MOVE WS-MO-HOLIDAYS(WS-MONTH-IDX) TO RM-HOLIDAYS.
           MOVE ' LAST BUS DAY: ' TO RM-LAST-LIT.
           MOVE WS-MO-LAST-BUS(WS-MONTH-IDX) TO RM-LAST-BUS.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-MONTH-IDX.
       H710-END. EXIT.
      *Kapanışta rapor özet satırı yazılır, kontrol toplamları
      *gösterilir, çalışma-istatistik kaydı eklenir ve dosyalar
      *kapatılır.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG024 END OF CALENDAR LOAD' TO RF-TITLE.
           MOVE ' DAYS: ' TO RF-DAYS-LIT.
           COMPUTE RF-DAYS = WS-CNT-WRITTEN + WS-CNT-REPLACED.
           MOVE ' REJECTED: ' TO RF-REJ-LIT.
           MOVE WS-CNT-REJECTED TO RF-REJECTED.
           WRITE RPT-DETAIL-LINE.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG024 BUSINESS CALENDAR LOAD TOTALS'.
           DISPLAY 'CALENDAR YEAR           : ' WS-CAL-YEAR.
           DISPLAY 'CARDS READ              : ' WS-CNT-CARDS.
           DISPLAY 'HOLIDAYS ACCEPTED       : ' WS-CNT-HOLIDAYS.
           DISPLAY 'CARDS REJECTED          : ' WS-CNT-REJECTED.
           DISPLAY 'DAYS ADDED              : ' WS-CNT-WRITTEN.
           DISPLAY 'DAYS REPLACED           : ' WS-CNT-REPLACED.
           DISPLAY 'CALENDAR DAYS RENUMBERED: ' WS-CNT-RENUMBERED.
           DISPLAY 'CALENDAR WRITE ERRORS   : ' WS-CNT-ERRORS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE HOL-FILE.
           CLOSE CAL-FILE.
           CLOSE CAL-RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = kartlar, yazılan =
      *takvime yazılan günler, reddedilen = reddedilen kartlardır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG024' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           MOVE WS-CNT-CARDS TO STAT-READ.
           COMPUTE STAT-WRITTEN = WS-CNT-WRITTEN + WS-CNT-REPLACED.
           MOVE WS-CNT-REJECTED TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
