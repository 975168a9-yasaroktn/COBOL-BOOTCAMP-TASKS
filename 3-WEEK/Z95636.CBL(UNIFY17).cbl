       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  Gözden geçirme düzeltmesi: TAXRMT'deki TL
      *                  karşılığı her defter satırı için satırın
      *                  TAX-CAP-DATE gününde yürürlükteki RATEHIST
      *                  kuruyla hesaplanıp para birimi bazında
      *                  toplanıyor; ay içindeki PBEG006 kapanış
      *                  stopajı artık ay sonu kuruyla çevrilmiyor.
      *2026-10-10  Y.O.  Kapitalizasyon ayın son iş gününde yapılıyor:
      *                  iş günü takviminde (CALENDAR) etkin iş günü
      *                  ayın son iş günü değilse program hiçbir
      *                  dosyaya dokunmadan dönüş kodu 4 ile biter.
      *2026-10-09  Y.O.  TAXRMT remittans toplamları ayın TAXLEDG
      *                  kayıtlarından alınıyor; böylece ay içinde
      *                  PBEG006 hesap kapamalarında kesilen stopaj da
      *                  rapora giriyor.
      *2026-10-08  Y.O.  Faiz stopajı eklendi: para biriminin
      *                  RATE-WHT-PCT yüzdesiyle hesaplanan stopaj
      *                  brüt faizden kesilir ve müşteriye net tutar
      *                  işlenir (TAXEXMPT listesindeki hesaplar muaf).
      *                  Her kova TAXLEDG stopaj defterine hesap + para
      *                  birimi + ay anahtarıyla yazılır; TAXRMT
      *                  raporu para birimi bazında stopajı ve
      *                  kapitalizasyon gününde yürürlükteki RATEHIST
      *                  kuruyla TL karşılığını gösterir.
      *2026-09-02  Y.O.  Gözden geçirme düzeltmesi: kova sıfırlama
      *                  başarısız olursa az önce işlenen bakiye
      *                  güncellemesi ters işaretli bir denetim
      * kaydedilmişse program hiçbir dosyaya dokunmadan sonlandırılır;
      * başarıyla biten çalışma ayı CAPCTL'ye ekler. Böylece bir ay
      * iki kez kapitalize edilemez ve müşteri ayda tek bir faiz
      * alacağı görür. CAPCTL'den önce iş günü takvimine (CALENDAR)
      * bakılır: etkin iş günü ayın son iş günü değilse kapitalizasyon
      * o gün yapılmaz (dönüş kodu 4); takvimde günün kaydı yoksa
      * çalışma bırakılır (dönüş kodu 8). Takvim dosyası hiç yoksa
      * program eskisi gibi çalıştırıldığı gün kapitalize eder.
      * Pozitif brüt faizden para biriminin RATE-WHT-PCT yüzdesi kadar
      * stopaj kesilir; bakiyeye ve denetim satırına net tutar
      * işlenir. TAXEXMPT listesindeki hesaplardan stopaj kesilmez.
      * Her kapitalizasyon TAXLEDG defterine yazılır; çalışma sonunda
      * TAXRMT remittans raporu ayın bütün defter kayıtlarından
      * (PBEG006 kapanışları dahil) para birimi bazında brüt faizi,
      * stopajı ve stopajın TL karşılığını gösterir. TL karşılığı her
      * defter satırı için satırın TAX-CAP-DATE gününde yürürlükteki
      * RATEHIST kuruyla (geçmiş satırı yoksa RATE-FILE kuru)
      * hesaplanır; rapordaki kur kolonu kapitalizasyon günününkidir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                           STATUS RATE-ST.
           SELECT AUDIT-FILE ASSIGN TO CAPAUDIT
                           STATUS AUD-ST.
           SELECT HIST-FILE ASSIGN TO RATEHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RATEH-KEY
                           STATUS HST-ST.
           SELECT EXEMPT-FILE ASSIGN TO TAXEXMPT
                           STATUS EXM-ST.
           SELECT TAX-FILE ASSIGN TO TAXLEDG
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TAX-KEY
                           STATUS TAX-ST.
           SELECT RMT-RPT-FILE ASSIGN TO TAXRMT
                           STATUS RPT-ST.
           SELECT CAP-CTL-FILE ASSIGN TO CAPCTL
                           STATUS CTL-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
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
           05 IDX-SURNAME     PIC 9(15).
           05 IDX-DATE        PIC S9(7) COMP-3.
           05 IDX-BALLANCE    PIC S9(15) COMP-3.
      *RATE-FILE, denetim kayıtlarındaki para birimi etiketleri,
      *stopaj yüzdeleri ve TL kurları için okunur; kayıt düzeni
      *RATEREC kopya kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *AUDIT-FILE, kapitalizasyon hareketlerinin denetim dosyasıdır;
      *birlikte verilir.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDREC.
      *HIST-FILE, PBEG012'nin yazdığı kur geçmişi dosyasıdır (RATEHREC
      *kopya kitaplığı); isteğe bağlıdır, bulunamazsa TL kurları
      *RATE-FILE'daki güncel değerlerle kalır.
       FD  HIST-FILE.
           COPY RATEHREC.
      *EXEMPT-FILE, stopajdan muaf hesapların listesidir (kimlik +
      *para birimi); isteğe bağlıdır, bulunamazsa muaf hesap yoktur.
       FD  EXEMPT-FILE RECORDING MODE F.
       01  EXM-REC.
           05 EXM-ID           PIC 9(5).
           05 FILLER           PIC X.
           05 EXM-DVZ          PIC 9(3).
           05 FILLER           PIC X.
           05 EXM-REF          PIC X(20).
           05 FILLER           PIC X(50).
      *TAX-FILE, hesap + para birimi + ay anahtarlı stopaj defteridir
      *(TAXREC kopya kitaplığı); PBEG006 hesap kapamada da yazar.
      *Remittans toplamları ayın kayıtları taranarak bulunur.
       FD  TAX-FILE.
           COPY TAXREC.
      *RMT-RPT-FILE, ayın stopaj remittans raporudur; başlık, kolon ve
      *toplam satırları aynı alanı REDEFINES eder.
       FD  RMT-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-LABEL        PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-TAXED        PIC 9(7).
           05 FILLER           PIC X(1).
           05 RPT-GROSS        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-TAX          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-FX-TO-TRY    PIC Z(6)9.9(4).
           05 FILLER           PIC X(1).
           05 RPT-TRY-EQ       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(5).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(36).
           05 RH-MONTH-LIT     PIC X(7).
           05 RH-MONTH         PIC 9(6).
           05 RH-DATE-LIT      PIC X(11).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(12).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-CCY-HDG       PIC X(4).
           05 RC-TAXED-HDG     PIC X(8).
           05 RC-GROSS-HDG     PIC X(17).
           05 RC-TAX-HDG       PIC X(17).
           05 RC-FX-HDG        PIC X(13).
           05 RC-TRY-HDG       PIC X(17).
           05 FILLER           PIC X(4).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(58).
           05 RF-TRY-TOTAL     PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(6).
      *CAP-CTL-FILE, kapitalize edilen her ayı (CCYYAA) ve zaman
      *damgasını taşır; açılışta taranarak aynı ayın ikinci kez
      *kapitalize edilmesi engellenir (UNIFY01'deki POSTCTL düzeninin
      *gece sonu özet raporu bu dosyadan beslenir.
       FD  STATS-FILE RECORDING MODE F.
           COPY RUNSTAT.
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); burada etkin iş gününün ayın son iş günü olup
      *olmadığı için okunur.
       FD  CAL-FILE.
           COPY CALREC.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
           05  WS-BAL-BEFORE    PIC S9(15).
           05  WS-BAL-AFTER     PIC S9(15).
           05  WS-REVERSE-AMT   PIC S9(15).
           05  WS-GROSS-AMT     PIC S9(15).
           05  WS-TAX-AMT       PIC S9(15).
           05  WS-NET-AMT       PIC S9(15).
           05  WS-HIST-OPEN-SW  PIC X(1).
              88 WS-HIST-OPEN     VALUE 'Y'.
           05  WS-EXEMPT-SW     PIC X(1).
              88 WS-EXEMPT        VALUE 'Y'.
           05  WS-TRY-EQ        PIC S9(18)V9(4) COMP-3.
           05  WS-ROW-FX        PIC S9(7)V9(4).
           05  WS-TOTAL-TRY     PIC S9(18)V9(4) COMP-3 VALUE ZERO.
           05  WS-CNT-TAXED     PIC 9(7) VALUE ZERO.
           05  WS-CNT-EXEMPT    PIC 9(7) VALUE ZERO.
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-CAPPED    PIC 9(7) VALUE ZERO.
           05  WS-CNT-EMPTY     PIC 9(7) VALUE ZERO.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
           05 HST-ST         PIC 99.
              88 HST-SUCCESS             VALUE 00 97.
              88 HST-EOF                 VALUE 10.
           05 EXM-ST         PIC 99.
              88 EXM-SUCCESS             VALUE 00 97.
              88 EXM-EOF                 VALUE 10.
           05 TAX-ST         PIC 99.
              88 TAX-SUCCESS             VALUE 00 97.
              88 TAX-EOF                 VALUE 10.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen para birimi
      *anahtarlarını, etiketlerini, stopaj yüzdelerini ve TL kurlarını
      *taşır (UNIFY02'deki yükleme düzeninin aynısıdır); kur,
      *kapitalizasyon gününde yürürlükteki RATEHIST satırıyla
      *değiştirilir. Para birimi bazındaki remittans toplamları da
      *defter taranırken burada birikir.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
              10  WS-RT-FX-TO-TRY  PIC S9(7)V9(4).
              10  WS-RT-WHT-PCT    PIC S9(3)V9(4).
              10  WS-RT-EFF-DATE   PIC 9(8).
              10  WS-RT-TAXED      PIC 9(7).
              10  WS-RT-GROSS      PIC S9(15).
              10  WS-RT-TAX        PIC S9(15).
              10  WS-RT-FILE-FX    PIC S9(7)V9(4).
              10  WS-RT-MEMO-DATE  PIC 9(8).
              10  WS-RT-MEMO-FX    PIC S9(7)V9(4).
              10  WS-RT-TRY-EQ     PIC S9(18)V9(4) COMP-3.
      *WS-EXM-TABLE, TAXEXMPT listesinden açılışta yüklenen stopajdan
      *muaf hesap anahtarlarını (kimlik + para birimi) taşır.
       01  WS-EXM-TABLE.
           05  WS-EXM-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-EXM-IDX       PIC 9(4).
           05  WS-EXM-ENTRY OCCURS 1000 TIMES.
              10  WS-EX-ID         PIC 9(5).
              10  WS-EX-DVZ        PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Kapitalizasyon programının ana akışını gösterir: dosyalar
      *açılır, kovalar bitene kadar her kova işlenir, ay CAPCTL'ye
      *kaydedilir, stopaj remittans raporu yazılır ve program
      *kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ACC-EOF.
           PERFORM H800-WRITE-REMITTANCE.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş günü ile ayın belirlenmesini,
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
           PERFORM H145-CHECK-CALENDAR.
           PERFORM H150-CHECK-RERUN.
           OPEN I-O    ACCR-FILE.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT RMT-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-LEDGER.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H115-LOAD-EXEMPT-LIST.
           PERFORM H160-POSITION-BUCKETS.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
           MOVE AUD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN REMITTANCE REPORT FILE: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Stopaj defteri ilk kapitalizasyonda henüz yoksa önce OUTPUT ile
      *boş oluşturulup yeniden I-O ile açılır (UNIFY01'deki
      *H120-OPEN-ACCRUAL düzeninin aynısıdır).
       H120-OPEN-LEDGER.
           OPEN I-O TAX-FILE.
           IF NOT TAX-SUCCESS
              OPEN OUTPUT TAX-FILE
              CLOSE TAX-FILE
              OPEN I-O TAX-FILE
           END-IF.
           IF (TAX-ST NOT = 0) AND (TAX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN TAX LEDGER FILE: ' TAX-ST
              MOVE TAX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *TAXEXMPT listesi baştan sona okunarak WS-EXM-TABLE'a yüklenir
      *(UNIFY01'deki uyuyan hesap listesi düzeninin aynısıdır). Dosya
      *isteğe bağlıdır; açılamazsa her hesaptan stopaj kesilir.
       H115-LOAD-EXEMPT-LIST.
           MOVE ZERO TO WS-EXM-COUNT.
           OPEN INPUT EXEMPT-FILE.
           IF EXM-SUCCESS
              READ EXEMPT-FILE
              PERFORM H116-ADD-EXEMPT-ENTRY UNTIL EXM-EOF
              CLOSE EXEMPT-FILE
           END-IF.
       H115-END. EXIT.
      *WS-EXM-ENTRY en fazla 1000 hesap tutar; listede daha fazla
      *kayıt varsa tabloyu taşırmak yerine program anlaşılır bir
      *mesajla sonlandırılır.
       H116-ADD-EXEMPT-ENTRY.
           IF WS-EXM-COUNT = 1000
              DISPLAY 'EXEMPT LIST HAS MORE THAN 1000 ACCOUNTS - '
                 'WS-EXM-TABLE IS FULL, PROGRAM TERMINATED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-EXM-COUNT.
           MOVE EXM-ID TO WS-EX-ID(WS-EXM-COUNT).
           MOVE EXM-DVZ TO WS-EX-DVZ(WS-EXM-COUNT).
           READ EXEMPT-FILE.
       H116-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi kullanılır.
       H140-READ-RUNPARM.
              MOVE PARM-RUN-DATE TO WS-RUN-DATE-OVERRIDE
           END-IF.
       H141-END. EXIT.
      *Etkin iş günü iş günü takviminde aranır; gün ayın son iş günü
      *değilse kapitalizasyon zamanı gelmemiştir ve program hiçbir
      *dosyaya dokunmadan dönüş kodu 4 ile sonlandırılır. Günün kaydı
      *yoksa (yıl yüklenmemiş) ayın son iş günü bilinemez; program
      *dönüş kodu 8 ile bırakılır. Takvim dosyası açılamazsa program
      *eskisi gibi çalıştırıldığı gün kapitalize eder.
       H145-CHECK-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
              MOVE WS-BUSINESS-DATE TO CAL-DATE
              READ CAL-FILE KEY IS CAL-DATE
                 INVALID KEY PERFORM H146-NOT-IN-CALENDAR
                 NOT INVALID KEY PERFORM H147-CHECK-MONTH-END
              END-READ
              CLOSE CAL-FILE
           ELSE
              DISPLAY 'PBEG021 CALENDAR NOT AVAILABLE - '
                 'MONTH-END NOT CHECKED'
           END-IF.
       H145-END. EXIT.

       H146-NOT-IN-CALENDAR.
           DISPLAY 'PBEG021 CALENDAR HAS NO ENTRY FOR '
              WS-BUSINESS-DATE ' - RUN ABANDONED'.
           CLOSE CAL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       H146-END. EXIT.

       H147-CHECK-MONTH-END.
           IF NOT CAL-LAST-BUS-DAY
              DISPLAY 'PBEG021 ' WS-BUSINESS-DATE
                 ' IS NOT THE LAST BUSINESS DAY OF THE MONTH - '
                 'CAPITALIZATION NOT DUE'
              CLOSE CAL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
       H147-END. EXIT.
      *CAPCTL dosyası baştan sona taranır; bu çalışmanın ayı daha
      *önce herhangi bir satırda kapitalize edilmiş görünüyorsa
      *biriken tutarlar ikinci kez işlenmesin diye program hiçbir
              READ RATE-FILE NEXT RECORD
              PERFORM H106-ADD-RATE-ENTRY UNTIL RATE-EOF
           END-IF.
           PERFORM H107-APPLY-RATE-HISTORY.
       H105-END. EXIT.

       H106-ADD-RATE-ENTRY.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-DVZ TO WS-RT-DVZ(WS-RATE-COUNT).
           MOVE RATE-LABEL TO WS-RT-LABEL(WS-RATE-COUNT).
           MOVE RATE-FX-TO-TRY TO WS-RT-FX-TO-TRY(WS-RATE-COUNT).
           MOVE RATE-WHT-PCT TO WS-RT-WHT-PCT(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-EFF-DATE(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-TAXED(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-GROSS(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-TAX(WS-RATE-COUNT).
           MOVE RATE-FX-TO-TRY TO WS-RT-FILE-FX(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-MEMO-DATE(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-MEMO-FX(WS-RATE-COUNT).
           MOVE ZERO TO WS-RT-TRY-EQ(WS-RATE-COUNT).
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *Kur geçmişi dosyası varsa baştan sona okunur ve her para
      *biriminin TL kuru, kapitalizasyon gününde yürürlükte olan
      *satırla değiştirilir (UNIFY01'deki H107 düzeninin aynısıdır;
      *burada yalnızca kur alınır).
       H107-APPLY-RATE-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HST-SUCCESS
              MOVE ZERO TO RATEH-DVZ
              MOVE ZERO TO RATEH-EFF-DATE
              START HIST-FILE KEY IS NOT LESS THAN RATEH-KEY
                 INVALID KEY MOVE 10 TO HST-ST
              END-START
              IF HST-SUCCESS
                 READ HIST-FILE NEXT RECORD
                 PERFORM H108-APPLY-HISTORY-ROW UNTIL HST-EOF
              END-IF
              CLOSE HIST-FILE
           END-IF.
       H107-END. EXIT.

       H108-APPLY-HISTORY-ROW.
           IF RATEH-EFF-DATE NOT > WS-BUSINESS-DATE
              MOVE 1 TO WS-RATE-IDX
              MOVE 'N' TO WS-RATE-FOUND-SW
              PERFORM H109-SEARCH-HISTORY-DVZ
                 UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT)
              IF WS-RATE-FOUND
                 AND RATEH-EFF-DATE NOT < WS-RT-EFF-DATE(WS-RATE-IDX)
                 MOVE RATEH-FX-TO-TRY TO WS-RT-FX-TO-TRY(WS-RATE-IDX)
                 MOVE RATEH-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-IDX)
              END-IF
           END-IF.
           READ HIST-FILE NEXT RECORD.
       H108-END. EXIT.

       H109-SEARCH-HISTORY-DVZ.
           IF RATEH-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H109-END. EXIT.
      *Kova dosyası ilk kaydına konumlanır; dosya boşsa işlenecek
      *kova yoktur.
       H160-POSITION-BUCKETS.
       H310-END. EXIT.

       H320-APPLY-CAPITAL.
           PERFORM H315-COMPUTE-TAX.
           MOVE IDX-BALLANCE TO WS-BAL-BEFORE.
           COMPUTE IDX-BALLANCE = IDX-BALLANCE + WS-NET-AMT.
           MOVE IDX-BALLANCE TO WS-BAL-AFTER.
           COMPUTE IDX-DATE = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
              NOT INVALID KEY PERFORM H340-CAPITAL-OK.
       H320-END. EXIT.

      *Kovanın brüt tutarından stopaj hesaplanır: para birimi kur
      *tablosunda bulunursa ve hesap muaf değilse pozitif brüt
      *faizin RATE-WHT-PCT yüzdesi kesilir; net = brüt - stopaj.
      *Eksi (borç) faizden stopaj kesilmez.
       H315-COMPUTE-TAX.
           MOVE ACCR-AMOUNT TO WS-GROSS-AMT.
           MOVE ZERO TO WS-TAX-AMT.
           MOVE 'N' TO WS-EXEMPT-SW.
           MOVE 1 TO WS-EXM-IDX.
           PERFORM H316-SEARCH-EXEMPT-TABLE
              UNTIL WS-EXEMPT OR (WS-EXM-IDX > WS-EXM-COUNT).
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H355-SEARCH-RATE-TABLE
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF WS-RATE-FOUND AND NOT WS-EXEMPT AND WS-GROSS-AMT > ZERO
              COMPUTE WS-TAX-AMT ROUNDED = WS-GROSS-AMT
                      * WS-RT-WHT-PCT(WS-RATE-IDX) / 100
           END-IF.
           COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-TAX-AMT.
       H315-END. EXIT.

       H316-SEARCH-EXEMPT-TABLE.
           IF ACCR-ID = WS-EX-ID(WS-EXM-IDX)
              AND ACCR-DVZ = WS-EX-DVZ(WS-EXM-IDX)
              MOVE 'Y' TO WS-EXEMPT-SW
           ELSE
              ADD 1 TO WS-EXM-IDX
           END-IF.
       H316-END. EXIT.

       H330-CAPITAL-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG021 REWRITE FAILED FOR ID ' ACCR-ID
           MOVE 12 TO RETURN-CODE.
       H330-END. EXIT.
      *Başarılı kapitalizasyon denetime kaydedilir ve kova
      *sıfırlanarak geri yazılır; kova sıfırlandıktan sonra stopaj
      *defterine yazılır.
       H340-CAPITAL-OK.
           ADD 1 TO WS-CNT-CAPPED.
           PERFORM H350-WRITE-AUDIT.
           MOVE ZERO TO ACCR-AMOUNT.
           MOVE WS-BUSINESS-DATE TO ACCR-LAST-DATE.
           REWRITE ACCR-REC
              INVALID KEY PERFORM H360-CLEAR-FAILED
              NOT INVALID KEY PERFORM H345-RECORD-TAX.
       H340-END. EXIT.
      *Kapitalizasyon stopaj defterine hesap + para birimi + ay
      *anahtarıyla yazılır (remittans toplamları rapor yazılırken
      *defterden alınır). Aynı anahtar zaten varsa (ay elle yeniden
      *açılmıştır) satır yazılamaz; hata sayılır ve dönüş kodu 12 olur.
       H345-RECORD-TAX.
           IF WS-EXEMPT
              ADD 1 TO WS-CNT-EXEMPT
           END-IF.
           MOVE ACCR-ID TO TAX-ID.
           MOVE ACCR-DVZ TO TAX-DVZ.
           MOVE WS-BUSINESS-MONTH TO TAX-MONTH.
           MOVE WS-EXEMPT-SW TO TAX-EXEMPT.
           MOVE WS-GROSS-AMT TO TAX-GROSS.
           MOVE ZERO TO TAX-WHT-PCT.
           IF WS-RATE-FOUND
              MOVE WS-RT-LABEL(WS-RATE-IDX) TO TAX-LABEL
              IF NOT WS-EXEMPT
                 MOVE WS-RT-WHT-PCT(WS-RATE-IDX) TO TAX-WHT-PCT
              END-IF
           ELSE
              MOVE 'UNK' TO TAX-LABEL
           END-IF.
           MOVE WS-TAX-AMT TO TAX-AMOUNT.
           MOVE WS-NET-AMT TO TAX-NET.
           MOVE WS-BUSINESS-DATE TO TAX-CAP-DATE.
           MOVE WS-RUN-TIMESTAMP TO TAX-RUN-TS.
           WRITE TAX-REC
              INVALID KEY PERFORM H346-LEDGER-FAILED.
           IF WS-TAX-AMT > ZERO
              ADD 1 TO WS-CNT-TAXED
           END-IF.
       H345-END. EXIT.

       H346-LEDGER-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG021 TAX LEDGER WRITE FAILED FOR ID ' ACCR-ID
              ' DVZ ' ACCR-DVZ ' STATUS ' TAX-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H346-END. EXIT.
      *Kapitalizasyon hareketi, öncesi/sonrası bakiye, işlenen net
      *tutar ve çalışma zaman damgasıyla denetim dosyasına yazılır;
      *para birimi etiketi kur tablosundan bulunur.
       H350-WRITE-AUDIT.
           MOVE SPACES TO AUD-REC.
           MOVE ACCR-ID TO AUD-ID.
              MOVE 'UNK' TO AUD-DVZ
           END-IF.
           MOVE WS-BAL-BEFORE TO AUD-BAL-BEFORE.
           MOVE WS-NET-AMT TO AUD-UPLIFT.
           MOVE WS-BAL-AFTER TO AUD-BAL-AFTER.
           MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TS.
           WRITE AUD-REC.
              ' - MANUAL REPAIR REQUIRED'.
           MOVE 16 TO RETURN-CODE.
       H380-END. EXIT.
      *Stopaj remittans raporu: para birimi bazında stopaj kesilen
      *hesap sayısı, brüt faiz, kesilen stopaj, kapitalizasyon
      *gününde yürürlükteki TL kuru ve stopajın TL karşılığı; sonunda
      *toplam TL karşılığı basılır. Toplamlar önce ayın defter
      *kayıtlarından biriktirilir.
       H800-WRITE-REMITTANCE.
           PERFORM H820-TOTAL-LEDGER.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG021 WITHHOLDING TAX REMITTANCE' TO RH-TITLE.
           MOVE 'MONTH:' TO RH-MONTH-LIT.
           MOVE WS-BUSINESS-MONTH TO RH-MONTH.
           MOVE ' CAP DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'CCY' TO RC-CCY-HDG.
           MOVE ' TAXED' TO RC-TAXED-HDG.
           MOVE '  GROSS INTEREST' TO RC-GROSS-HDG.
           MOVE '    TAX WITHHELD' TO RC-TAX-HDG.
           MOVE '   FX TO TRY' TO RC-FX-HDG.
           MOVE '  TRY EQUIVALENT' TO RC-TRY-HDG.
           WRITE RPT-DETAIL-LINE.
           MOVE ZERO TO WS-TOTAL-TRY.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM H810-WRITE-CCY-LINE
              UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'TOTAL TAX WITHHELD - TRY EQUIVALENT' TO RF-TITLE.
           COMPUTE RF-TRY-TOTAL ROUNDED = WS-TOTAL-TRY.
           WRITE RPT-DETAIL-LINE.
       H800-END. EXIT.

       H810-WRITE-CCY-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO RPT-LABEL.
           MOVE WS-RT-TAXED(WS-RATE-IDX) TO RPT-TAXED.
           MOVE WS-RT-GROSS(WS-RATE-IDX) TO RPT-GROSS.
           MOVE WS-RT-TAX(WS-RATE-IDX) TO RPT-TAX.
           MOVE WS-RT-FX-TO-TRY(WS-RATE-IDX) TO RPT-FX-TO-TRY.
           COMPUTE RPT-TRY-EQ ROUNDED = WS-RT-TRY-EQ(WS-RATE-IDX).
           ADD WS-RT-TRY-EQ(WS-RATE-IDX) TO WS-TOTAL-TRY.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-RATE-IDX.
       H810-END. EXIT.
      *TAXLEDG baştan sona taranır; ayı bu çalışmanın ayı olan her
      *kayıt (bu gecenin kapitalizasyonları ve ay içindeki PBEG006
      *kapanışları) kaydın para biriminin toplamlarına eklenir. Kur
      *geçmişi satır kurlarının aranması için tarama boyunca açık
      *tutulur; açılamazsa RATE-FILE kurları kullanılır.
       H820-TOTAL-LEDGER.
           OPEN INPUT HIST-FILE.
           IF HST-SUCCESS
              MOVE 'Y' TO WS-HIST-OPEN-SW
           ELSE
              MOVE 'N' TO WS-HIST-OPEN-SW
           END-IF.
           MOVE LOW-VALUES TO TAX-KEY.
           START TAX-FILE KEY IS NOT LESS THAN TAX-KEY
              INVALID KEY MOVE 10 TO TAX-ST.
           IF TAX-SUCCESS
              READ TAX-FILE NEXT RECORD
              PERFORM H825-ADD-LEDGER-ROW UNTIL TAX-EOF
           END-IF.
           IF WS-HIST-OPEN
              CLOSE HIST-FILE
           END-IF.
       H820-END. EXIT.

       H825-ADD-LEDGER-ROW.
           IF TAX-MONTH = WS-BUSINESS-MONTH
              MOVE 1 TO WS-RATE-IDX
              MOVE 'N' TO WS-RATE-FOUND-SW
              PERFORM H826-SEARCH-LEDGER-DVZ
                 UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT)
              IF WS-RATE-FOUND
                 ADD TAX-GROSS TO WS-RT-GROSS(WS-RATE-IDX)
                 ADD TAX-AMOUNT TO WS-RT-TAX(WS-RATE-IDX)
                 IF TAX-AMOUNT > ZERO
                    ADD 1 TO WS-RT-TAXED(WS-RATE-IDX)
                 END-IF
                 PERFORM H827-ROW-FX-RATE
                 COMPUTE WS-TRY-EQ ROUNDED = TAX-AMOUNT * WS-ROW-FX
                 ADD WS-TRY-EQ TO WS-RT-TRY-EQ(WS-RATE-IDX)
              END-IF
           END-IF.
           READ TAX-FILE NEXT RECORD.
       H825-END. EXIT.

       H826-SEARCH-LEDGER-DVZ.
           IF TAX-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H826-END. EXIT.
      *Defter satırının TAX-CAP-DATE gününde yürürlükteki kur
      *bulunur: para biriminin yürürlük tarihi bu günden büyük
      *olmayan en yeni RATEHIST satırı; hiç yoksa RATE-FILE kuru.
      *Satırların çoğu aynı günü taşıdığından para birimi başına son
      *aranan gün ve kuru saklanır.
       H827-ROW-FX-RATE.
           IF TAX-CAP-DATE = WS-RT-MEMO-DATE(WS-RATE-IDX)
              MOVE WS-RT-MEMO-FX(WS-RATE-IDX) TO WS-ROW-FX
           ELSE
              MOVE WS-RT-FILE-FX(WS-RATE-IDX) TO WS-ROW-FX
              IF WS-HIST-OPEN
                 MOVE TAX-DVZ TO RATEH-DVZ
                 MOVE ZERO TO RATEH-EFF-DATE
                 START HIST-FILE KEY IS NOT LESS THAN RATEH-KEY
                    INVALID KEY MOVE 10 TO HST-ST
                 END-START
                 IF HST-SUCCESS
                    READ HIST-FILE NEXT RECORD
                 END-IF
                 PERFORM H828-SCAN-HISTORY-ROW UNTIL NOT HST-SUCCESS
              END-IF
              MOVE TAX-CAP-DATE TO WS-RT-MEMO-DATE(WS-RATE-IDX)
              MOVE WS-ROW-FX TO WS-RT-MEMO-FX(WS-RATE-IDX)
           END-IF.
       H827-END. EXIT.

       H828-SCAN-HISTORY-ROW.
           IF RATEH-DVZ NOT = TAX-DVZ
              OR RATEH-EFF-DATE > TAX-CAP-DATE
              MOVE 10 TO HST-ST
           ELSE
              MOVE RATEH-FX-TO-TRY TO WS-ROW-FX
              READ HIST-FILE NEXT RECORD
           END-IF.
       H828-END. EXIT.
      *Kapanışta kontrol toplamları gösterilir; çalışma temizse ay
      *CAPCTL'ye kaydedilir, çalışma-istatistik kaydı eklenir ve
      *dosyalar kapatılır.
           DISPLAY 'BUCKETS READ            : ' WS-CNT-READ.
           DISPLAY 'BUCKETS CAPITALIZED     : ' WS-CNT-CAPPED.
           DISPLAY 'BUCKETS EMPTY (SKIPPED) : ' WS-CNT-EMPTY.
           DISPLAY 'BUCKETS TAXED           : ' WS-CNT-TAXED.
           DISPLAY 'BUCKETS EXEMPT          : ' WS-CNT-EXEMPT.
           DISPLAY 'ERRORS                  : ' WS-CNT-ERRORS.
           DISPLAY 'MONTH CAPITALIZED       : ' WS-BUSINESS-MONTH.
           DISPLAY '=================================================='.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE TAX-FILE.
           CLOSE RMT-RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Kapitalizasyon başarıyla tamamlandığında ay ve zaman damgası
