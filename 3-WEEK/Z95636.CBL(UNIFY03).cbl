       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-10  Y.O.  İş günü takvimi (CALENDAR) okunuyor: düz
      *                  artış önceki iş gününden bu yana geçen takvim
      *                  günü kadar uygulanıyor, gönderim modu iş günü
      *                  olmayan bir günde bırakılıyor ve RUNPARM'daki
      *                  PARM-DAY-BASIS = 'B' ile askı yaşı iş günü
      *                  olarak sayılıyor.
      *2026-09-02  Y.O.  Gözden geçirme düzeltmesi: tahakkuk kovası
      *                  yalnızca IDX-REC geri yazması başarılıysa
      *                  güncelleniyor; yoksa IDX-DATE ilerlemeden
      * ilk askı tarihi korunarak ve yaşı (gün) yeniden hesaplanarak
      * SUSP-OUT'a taşınır; yaşlandırılmış istisna raporunda
      * WS-ESCALATE-DAYS günden eski kayıtlar ESCALATED olarak
      * işaretlenir. RUNPARM'daki PARM-DAY-BASIS 'B' ise yaş, iş günü
      * takvimindeki (CALENDAR) iş günü sıralarının farkı olarak iş
      * günüyle sayılır; takvim ya da ilk askı gününün kaydı yoksa
      * yaş takvim günü olarak kalır.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
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
           05 RH-TITLE         PIC X(32).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 RH-BASIS         PIC X(17).
           05 FILLER           PIC X(13).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(30).
           05 RF-COUNT-LIT     PIC X(22).
      *gece sonu özet raporu bu dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); isteğe bağlıdır. Etkin iş günü için açılışta, iş
      *günü esasıyla yaşlandırmada ilk askı günleri için okunur.
       FD  CAL-FILE.
           COPY CALREC.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
           05  WS-UPLIFT-APPLIED PIC S9(15).
           05  WS-BAL-AFTER  PIC S9(15).
           05  WS-ACCRUE-DAYS PIC S9(7).
           05  WS-FLAT-DAYS  PIC S9(7).
           05  WS-DAY-BASIS  PIC X(1).
              88 WS-BUSINESS-BASIS       VALUE 'B'.
           05  WS-CAL-OPEN-SW PIC X(1).
              88 WS-CAL-OPEN             VALUE 'Y'.
           05  WS-TODAY-BUS-NO PIC 9(7).
           05  WS-PCT-W      PIC S9(3)V9(4).
           05  WS-CALC-UPLIFT PIC S9(15).
           05  WS-FIRST-DATE PIC 9(8).
              88 CTL-EOF                 VALUE 10.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen döviz artış/kur
      *bilgisini ve temizlenen kayıtlar için biriken para birimi
      *toplamlarını taşır (UNIFY01'deki tablonun aynısıdır).
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H170-READ-CALENDAR.
           IF WS-POSTING
              PERFORM H150-CHECK-RERUN
           END-IF.
       H140-READ-RUNPARM.
           MOVE ZERO TO WS-RUN-DATE-OVERRIDE.
           MOVE SPACE TO WS-POST-MODE.
           MOVE SPACE TO WS-DAY-BASIS.
           OPEN INPUT RUNPARM-FILE.
           IF PARM-SUCCESS
              PERFORM H141-LOAD-RUNPARM
           IF PARM-SUCCESS
              MOVE PARM-RUN-DATE TO WS-RUN-DATE-OVERRIDE
              MOVE PARM-POST-MODE TO WS-POST-MODE
              MOVE PARM-DAY-BASIS TO WS-DAY-BASIS
           END-IF.
       H141-END. EXIT.
      *Master güncelleme modunda POST-CTL-FILE baştan sona taranır;
           END-IF.
           READ POST-CTL-FILE.
       H152-END. EXIT.
      *Etkin iş günü iş günü takviminde aranır (UNIFY01'deki
      *okumanın aynısıdır): düz artış önceki iş gününden bu yana
      *geçen takvim günü (WS-FLAT-DAYS) kadar uygulanır, gönderim
      *modu iş günü olmayan bir günde bırakılır. İş günü esasıyla
      *yaşlandırmada takvim çalışma boyunca açık kalır ve günün iş
      *günü sırası saklanır; takvim ya da günün kaydı yoksa yaş
      *takvim günü olarak sayılır.
       H170-READ-CALENDAR.
           MOVE 1 TO WS-FLAT-DAYS.
           MOVE 'N' TO WS-CAL-OPEN-SW.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
              MOVE WS-BUSINESS-DATE TO CAL-DATE
              READ CAL-FILE KEY IS CAL-DATE
                 INVALID KEY
                    DISPLAY 'PBEG007 CALENDAR HAS NO ENTRY FOR '
                       WS-BUSINESS-DATE ' - ONE DAY FLAT UPLIFT'
                 NOT INVALID KEY PERFORM H175-SET-FLAT-DAYS
              END-READ
              IF NOT WS-CAL-OPEN
                 CLOSE CAL-FILE
              END-IF
           END-IF.
           IF WS-BUSINESS-BASIS AND NOT WS-CAL-OPEN
              DISPLAY 'PBEG007 CALENDAR NOT AVAILABLE FOR '
                 WS-BUSINESS-DATE ' - AGE IN CALENDAR DAYS'
           END-IF.
       H170-END. EXIT.

       H175-SET-FLAT-DAYS.
           IF WS-POSTING AND NOT CAL-BUSINESS-DAY
              DISPLAY 'PBEG007 BUSINESS DATE ' WS-BUSINESS-DATE
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
           IF WS-BUSINESS-BASIS
              MOVE CAL-BUS-DAY-NO TO WS-TODAY-BUS-NO
              MOVE 'Y' TO WS-CAL-OPEN-SW
           END-IF.
       H175-END. EXIT.
      *Tahakkuk kovası dosyası gönderim modunda I-O ile açılır; ilk
      *gönderimde henüz yoksa önce OUTPUT ile boş oluşturulup yeniden
      *I-O ile açılır (UNIFY01'deki açılışın aynısıdır).
           MOVE 'PBEG007 SUSPENSE AGING REPORT' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           IF WS-CAL-OPEN
              MOVE ' AGE IN BUS DAYS' TO RH-BASIS
           ELSE
              MOVE ' AGE IN CAL DAYS' TO RH-BASIS
           END-IF.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Her askı kaydı için IDX-FILE eşleşmesi yeniden denenir;
           NOT INVALID KEY PERFORM H220-CLEARED-RECORD.
       H200-END. EXIT.
      *İlk askı tarihinden bu çalışmanın iş gününe kadar geçen gün
      *sayısını hesaplar (iş günü esasında iş günü sayısı). Eski
      *düzende yazılmış (tarihi boş ya da sıfır) kayıtlar bu iş
      *gününden itibaren yaşlandırılır.
       H205-COMPUTE-AGE.
           IF SIN-FIRST-DATE NUMERIC AND SIN-FIRST-DATE NOT = ZERO
              MOVE SIN-FIRST-DATE TO WS-FIRST-DATE
              COMPUTE WS-AGE-WORK =
                      FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
              IF WS-CAL-OPEN
                 PERFORM H206-BUSINESS-AGE
              END-IF
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-FIRST-DATE
              MOVE ZERO TO WS-AGE-WORK
           END-IF.
           MOVE WS-AGE-WORK TO WS-AGE-DAYS.
       H205-END. EXIT.
      *İlk askı günü takvimde bulunursa yaş, bugünün ve o günün iş
      *günü sıralarının farkıdır; bulunamazsa takvim günü kalır.
       H206-BUSINESS-AGE.
           MOVE WS-FIRST-DATE TO CAL-DATE.
           READ CAL-FILE KEY IS CAL-DATE
              INVALID KEY CONTINUE
              NOT INVALID KEY COMPUTE WS-AGE-WORK =
                      WS-TODAY-BUS-NO - CAL-BUS-DAY-NO
           END-READ.
       H206-END. EXIT.
      *Hâlâ eşleşmeyen kayıt, ilk askı tarihi korunarak ve güncel
      *yaşıyla SUSP-OUT'a taşınır; istisna raporuna yaşına göre
      *CARRIED ya da ESCALATED durumuyla yazılır.
      *biriminin yöntemine göre günün artışı WS-CALC-UPLIFT'e
      *hesaplanır, etiket ve para birimi toplamı güncellenir
      *(UNIFY01'deki hesabın aynısıdır: RATE-METHOD 'R' orantılı
      *tahakkuk, diğerleri önceki iş gününden bu yana geçen takvim
      *günü kadar düz tutar). Artış bakiyeye işlenmez:
      *gönderim modunda H240-POST-BALANCE artışı tahakkuk kovasına
      *ekler. Eşleşme bulunamazsa DVZ-TYPE 'UNK' olarak işaretlenir.
       H300-CALCULATE.
              IF WS-RT-METHOD(WS-RATE-IDX) = 'R'
                 PERFORM H315-ACCRUE-INTEREST
              ELSE
                 COMPUTE WS-CALC-UPLIFT =
                         WS-RT-UPLIFT(WS-RATE-IDX) * WS-FLAT-DAYS
              END-IF
              MOVE WS-RT-LABEL(WS-RATE-IDX) TO DVZ-TYPE
              ADD IDX-BALLANCE TO WS-RT-TOTAL(WS-RATE-IDX)
           DISPLAY 'RECORDS CARRIED FORWARD         : ' WS-CNT-CARRIED.
           DISPLAY 'RECORDS ESCALATED (AGED)        : '
              WS-CNT-ESCALATED.
           DISPLAY 'FLAT UPLIFT DAYS (CALENDAR)     : ' WS-FLAT-DAYS.
           IF WS-CAL-OPEN
              DISPLAY 'SUSPENSE AGE BASIS: BUSINESS DAYS'
           ELSE
              DISPLAY 'SUSPENSE AGE BASIS: CALENDAR DAYS'
           END-IF.
           IF WS-POSTING
              DISPLAY 'RECORDS POSTED TO IDX-FILE      : ' WS-CNT-POSTED
              DISPLAY 'ACCRUAL BUCKETS UPDATED         : '
           IF WS-POSTING
              CLOSE ACCR-FILE
           END-IF.
           IF WS-CAL-OPEN
              CLOSE CAL-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *WS-RATE-TABLE'da yüklü her para birimi için toplam bakiyeyi ve
