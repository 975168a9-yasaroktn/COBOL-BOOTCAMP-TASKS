       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-10  Y.O.  İş günü takvimi (CALENDAR) okunuyor: düz
      *                  artış, önceki iş gününden bu yana geçen
      *                  takvim günü kadar uygulanıyor (uzun tatil
      *                  dönüşünde aradaki günler kaybolmasın diye) ve
      *                  gönderim modu iş günü olmayan bir günde
      *                  çalıştırılırsa çalışma bırakılıyor.
      *2026-09-02  Y.O.  Gözden geçirme düzeltmeleri: tahakkuk kovası
      *                  yalnızca IDX-REC geri yazması başarılıysa
      *                  güncelleniyor (yoksa aynı gün ertesi gece
                           STATUS CTL-ST.
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
      *gece sonu özet raporu bu dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); isteğe bağlıdır, açılışta yalnızca etkin iş günü
      *için okunur.
       FD  CAL-FILE.
           COPY CALREC.
      *Bu tanımlamalar, COBOL programının çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir. Bu değişkenler,
      *programın çalışma sırasında geçici verileri saklamak ve durumları
           05  WS-UPLIFT-APPLIED PIC S9(15).
           05  WS-BAL-AFTER  PIC S9(15).
           05  WS-ACCRUE-DAYS PIC S9(7).
           05  WS-FLAT-DAYS  PIC S9(7).
           05  WS-PCT-W      PIC S9(3)V9(4).
           05  WS-CALC-UPLIFT PIC S9(15).
           05  WS-CNT-READ     PIC 9(7).
              88 CTL-EOF                 VALUE 10.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen döviz artış/kur
      *bilgisini ve çalışma boyunca biriken para birimi toplamlarını
      *taşır; H300-CALCULATE ve H910-WRITE-SUMMARY-REPORT bu tabloyu
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H170-READ-CALENDAR.
           IF WS-POSTING
              PERFORM H150-CHECK-RERUN
           END-IF.
           END-IF.
           READ POST-CTL-FILE.
       H152-END. EXIT.
      *Etkin iş günü iş günü takviminde aranır. Gece sırası hafta
      *sonu ve tatillerde çalışmadığından düz artış, önceki iş
      *gününden bu yana geçen takvim günü sayısı (WS-FLAT-DAYS) kadar
      *uygulanır; takvim yoksa, gün takvimde yoksa ya da takvimin ilk
      *iş günüyse eskisi gibi bir günlük artış uygulanır. Gönderim
      *modu iş günü olmayan bir günde çalıştırılırsa, ertesi iş günü
      *aynı günleri ikinci kez tahakkuk ettirmesin diye program
      *hiçbir dosyaya dokunmadan sonlandırılır.
       H170-READ-CALENDAR.
           MOVE 1 TO WS-FLAT-DAYS.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
              MOVE WS-BUSINESS-DATE TO CAL-DATE
              READ CAL-FILE KEY IS CAL-DATE
                 INVALID KEY
                    DISPLAY 'PBEG005 CALENDAR HAS NO ENTRY FOR '
                       WS-BUSINESS-DATE ' - ONE DAY FLAT UPLIFT'
                 NOT INVALID KEY PERFORM H175-SET-FLAT-DAYS
              END-READ
              CLOSE CAL-FILE
           END-IF.
       H170-END. EXIT.

       H175-SET-FLAT-DAYS.
           IF WS-POSTING AND NOT CAL-BUSINESS-DAY
              DISPLAY 'PBEG005 BUSINESS DATE ' WS-BUSINESS-DATE
                 ' IS NOT A BUSINESS DAY - RUN ABANDONED'
              CLOSE CAL-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CAL-PREV-BUS-DATE NOT = ZERO
              COMPUTE WS-FLAT-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                    - FUNCTION INTEGER-OF-DATE(CAL-PREV-BUS-DATE)
           END-IF.
       H175-END. EXIT.
      *RATE-FILE, RATE-DVZ sırasına göre baştan sona taranarak
      *WS-RATE-TABLE'a yüklenir; H300-CALCULATE çalışma boyunca bu
      *tabloyu kullanır, dosyayı tekrar tekrar açmaz.
      *sonunda PBEG021 ile güncellenir.
      *RATE-METHOD 'R' olan para birimlerinde artış orantılıdır: bakiye,
      *yıllık yüzde ve son işlem tarihinden (IDX-DATE) bu yana geçen gün
      *sayısı üzerinden hesaplanır; diğerlerinde eski düz tutar,
      *önceki iş gününden bu yana geçen takvim günü (WS-FLAT-DAYS)
      *kadar uygulanır. Eşleşme bulunamazsa bakiye değişmez ve
      *DVZ-TYPE 'UNK' olarak işaretlenir.
       H300-CALCULATE.
           MOVE ZERO TO WS-CALC-UPLIFT.
           MOVE 'N' TO WS-DORMANT-SW.
                 IF WS-RT-METHOD(WS-RATE-IDX) = 'R'
                    PERFORM H310-ACCRUE-INTEREST
                 ELSE
                    COMPUTE WS-CALC-UPLIFT =
                            WS-RT-UPLIFT(WS-RATE-IDX) * WS-FLAT-DAYS
                 END-IF
              END-IF
              MOVE WS-RT-LABEL(WS-RATE-IDX) TO DVZ-TYPE
      *kademe sınırına ulaşmışsa kademe yüzdesi, yoksa normal yıllık
      *yüzde seçilir ve artış bakiye * yüzde * gün / 365 / 100 olarak
      *yuvarlanarak hesaplanır. Eksi (borç) bakiyeye alacak faizi
      *tahakkuk ettirilmez; artış sıfır kalır. Gün sayısı takvim
      *günüdür: gece sırası hafta sonu ve tatillerde çalışmadığından
      *tatil dönüşündeki ilk iş günü aradaki bütün günleri tahakkuk
      *ettirir.
       H310-ACCRUE-INTEREST.
           IF IDX-BALLANCE < ZERO
              MOVE ZERO TO WS-CALC-UPLIFT
           DISPLAY 'RECORDS REJECTED (UNMATCHED)    : ' WS-CNT-REJECTED.
           DISPLAY 'DORMANT - NO UPLIFT APPLIED     : '
              WS-CNT-DORM-SKIP.
           DISPLAY 'FLAT UPLIFT DAYS (CALENDAR)     : ' WS-FLAT-DAYS.
           IF WS-POSTING
              DISPLAY 'RECORDS POSTED TO IDX-FILE      : ' WS-CNT-POSTED
              DISPLAY 'ACCRUAL BUCKETS UPDATED         : '
