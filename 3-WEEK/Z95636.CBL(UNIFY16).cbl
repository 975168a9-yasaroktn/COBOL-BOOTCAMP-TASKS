       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  CAL-FILE yalnızca açılabildiyse kapatılıyor
      *                  (WS-CAL-OPEN-SW); takvim ya da başka bir dosya
      *                  açılamadığında çıkışta kapanmamış dosya
      *                  kapatılmıyor.
      *2026-10-10  Y.O.  RUNPARM'daki PARM-DAY-BASIS = 'B' ile hesap
      *                  yaşı ve gün eşiği iş günü takviminden
      *                  (CALENDAR) iş günü olarak sayılıyor; rapor
      *                  başlığı sayım esasını gösteriyor.
      *2026-09-02  Y.O.  Gözden geçirme düzeltmesi: eski düzenli
      *                  RUNPARM üyelerindeki boşluk gün eşiği
      *                  sanılmasın diye alan sayısallık denetiminden
      * faiz tahakkuk ettirmez; hesap PBEG006 üzerinden yeniden
      * etkinleştirilince (IDX-DATE güncellenince) bir sonraki tarama
      * hesabı listeden düşürür.
      * RUNPARM'daki PARM-DAY-BASIS 'B' ise yaş ve eşik iş günü olarak
      * sayılır: yaş, iş günü takvimindeki (CALENDAR) iş günü
      * sıralarının farkıdır. Son işlem tarihi takvimin başlangıcından
      * eskiyse o hesabın yaşı takvim günü olarak kalır (sayısı
      * kontrol toplamlarında gösterilir).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
           SELECT CAL-FILE ASSIGN TO CALENDAR
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CAL-DATE
                           STATUS CAL-ST.
      *-------------
       DATA DIVISION.
      *-------------
           05 RH-DATE          PIC 9(8).
           05 RH-THRESH-LIT    PIC X(12).
           05 RH-THRESH        PIC 9(5).
           05 RH-BASIS         PIC X(9).
           05 FILLER           PIC X(6).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-CCY-HDG       PIC X(4).
           05 RC-SCAN-HDG      PIC X(8).
      *gece sonu özet raporu bu dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); yalnızca iş günü esasıyla sayımda okunur.
       FD  CAL-FILE.
           COPY CALREC.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
           05  WS-AGE-WORK      PIC S9(7).
           05  WS-LAST-INT      PIC 9(7).
           05  WS-LAST-GREG     PIC 9(8).
           05  WS-DAY-BASIS     PIC X(1).
              88 WS-BUSINESS-BASIS VALUE 'B'.
           05  WS-TODAY-BUS-NO  PIC 9(7).
           05  WS-CAL-OPEN-SW   PIC X(1) VALUE 'N'.
              88 WS-CAL-OPEN      VALUE 'Y'.
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-DORMANT   PIC 9(7) VALUE ZERO.
           05  WS-CNT-CAL-FALLBACK PIC 9(7) VALUE ZERO.
         03  PROGRAM-ST.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen para birimi
      *anahtarlarını ve etiketlerini taşır (UNIFY02'deki yükleme
      *düzeninin aynısıdır).
           OPEN OUTPUT DORM-FILE.
           OPEN OUTPUT DORM-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           IF WS-BUSINESS-BASIS
              PERFORM H120-OPEN-CALENDAR
           END-IF.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H150-WRITE-RPT-HEADING.
           READ IDX-FILE.
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *İş günü esasıyla sayımda takvim zorunludur: açılamazsa ya da
      *etkin iş gününün kaydı yoksa eşik takvim günüyle karşılaştırılıp
      *gereğinden fazla hesap uyuyan sayılmasın diye program
      *sonlandırılır. Bulunan günün iş günü sırası saklanır.
       H120-OPEN-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF (CAL-ST NOT = 0) AND (CAL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CALENDAR FILE: ' CAL-ST
              MOVE CAL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-CAL-OPEN-SW.
           MOVE WS-BUSINESS-DATE TO CAL-DATE.
           READ CAL-FILE KEY IS CAL-DATE
              INVALID KEY PERFORM H125-NOT-IN-CALENDAR.
           MOVE CAL-BUS-DAY-NO TO WS-TODAY-BUS-NO.
       H120-END. EXIT.

       H125-NOT-IN-CALENDAR.
           DISPLAY 'PBEG020 CALENDAR HAS NO ENTRY FOR '
              WS-BUSINESS-DATE ' - PROGRAM TERMINATED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM H999-PROGRAM-EXIT.
       H125-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi, gün eşiği olarak varsayılan 180 kullanılır ve
      *yaş takvim günü olarak sayılır.
       H140-READ-RUNPARM.
           MOVE ZERO TO WS-RUN-DATE-OVERRIDE.
           MOVE 180 TO WS-DORMANT-DAYS.
           MOVE SPACE TO WS-DAY-BASIS.
           OPEN INPUT RUNPARM-FILE.
           IF PARM-SUCCESS
              PERFORM H141-LOAD-RUNPARM
                 AND PARM-DORMANT-DAYS NOT = ZERO
                 MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
              END-IF
              MOVE PARM-DAY-BASIS TO WS-DAY-BASIS
           END-IF.
       H141-END. EXIT.
      *RATE-FILE, RATE-DVZ sırasına göre baştan sona taranarak
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           MOVE ' THRESHOLD: ' TO RH-THRESH-LIT.
           MOVE WS-DORMANT-DAYS TO RH-THRESH.
           IF WS-BUSINESS-BASIS
              MOVE ' BUS DAYS' TO RH-BASIS
           ELSE
              MOVE ' CAL DAYS' TO RH-BASIS
           END-IF.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CCY' TO RC-CCY-HDG.
           WRITE RPT-DETAIL-LINE.
       H150-END. EXIT.
      *Her hesabın son işlem tarihinden iş gününe kadar geçen gün
      *sayısı hesaplanır (iş günü esasında iş günü sayısı); eşiği
      *aşan hesap uyuyan sayılır, listeye yazılır ve para birimi
      *sayaçları güncellenir.
       H200-CLASSIFY.
           ADD 1 TO WS-CNT-READ.
           COMPUTE WS-AGE-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DAY(IDX-DATE).
           IF WS-BUSINESS-BASIS
              PERFORM H205-BUSINESS-AGE
           END-IF.
           IF WS-AGE-WORK < ZERO
              MOVE ZERO TO WS-AGE-WORK
           END-IF.
           END-IF.
           READ IDX-FILE.
       H200-END. EXIT.
      *Son işlem tarihi takvimde aranır; bulunursa yaş, bugünün ve o
      *günün iş günü sıralarının farkıdır. Tarih takvimin
      *başlangıcından eskiyse yaş takvim günü olarak kalır.
       H205-BUSINESS-AGE.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DAY(IDX-DATE).
           COMPUTE WS-LAST-GREG = FUNCTION DATE-OF-INTEGER(
                   WS-LAST-INT).
           MOVE WS-LAST-GREG TO CAL-DATE.
           READ CAL-FILE KEY IS CAL-DATE
              INVALID KEY ADD 1 TO WS-CNT-CAL-FALLBACK
              NOT INVALID KEY COMPUTE WS-AGE-WORK =
                      WS-TODAY-BUS-NO - CAL-BUS-DAY-NO
           END-READ.
       H205-END. EXIT.
      *Uyuyan hesap, anahtarı, son işlem tarihi (Gregoryen) ve
      *yaşıyla DORMLIST'e yazılır; para biriminin uyuyan sayacı ve
      *uyuyan bakiye toplamı güncellenir.
           DISPLAY 'ACCOUNTS SCANNED        : ' WS-CNT-READ.
           DISPLAY 'ACCOUNTS DORMANT        : ' WS-CNT-DORMANT.
           DISPLAY 'DORMANCY THRESHOLD DAYS : ' WS-DORMANT-DAYS.
           IF WS-BUSINESS-BASIS
              DISPLAY 'DAY BASIS               : BUSINESS DAYS'
              DISPLAY 'AGED IN CALENDAR DAYS   : '
                 WS-CNT-CAL-FALLBACK
           ELSE
              DISPLAY 'DAY BASIS               : CALENDAR DAYS'
           END-IF.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           IF WS-CAL-OPEN
              CLOSE CAL-FILE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE DORM-FILE.
