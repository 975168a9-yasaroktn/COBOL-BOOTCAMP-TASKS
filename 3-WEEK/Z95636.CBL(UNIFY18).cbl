       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG022.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  Başarısız havale alacağı dönüş kodunu 12'ye
      *                  çekmiyor; önceki bir geri almanın verdiği
      *                  RC 16 (elle düzeltme) korunuyor.
      *2026-10-13  Y.O.  Art arda bağlanan destelerin (şube hareketleri
      *                  ve PBEG027 doğum günü hediyesi destesi) kuyruk
      *                  kayıtları toplanarak karşılaştırılıyor.
      *2026-10-06  Y.O.  Günlük para hareketleri gönderim programı
      *                  ilk sürümü: şubenin yatırma, çekme ve aynı
      *                  para birimindeki iki hesap arası havale
      *                  hareketleri IDX-BALLANCE'a işlenir, para
      *                  birimi bazındaki eksi bakiye sınırını aşan
      *                  çekimler reddedilir, her işlenen hareket
      *                  AUDREC düzeninde denetime yazılır ve
      *                  reddedilenler sebep metniyle istisna
      *                  raporuna deste kontrol toplamlarıyla
      *                  birlikte basılır.
      *--------------------
      * IDX-BALLANCE bugüne kadar yalnızca faizle (PBEG005/PBEG007
      * tahakkuku, PBEG021 kapitalizasyonu) ya da bakiyenin tümünü
      * ezen PBEG006 'C' talebiyle değişiyordu. Bu program şubenin gün
      * içindeki para hareketlerini (POSTTXN) gece gönderir:
      *   'D' = yatırma   : hesaba TXN-AMOUNT kadar alacak
      *   'W' = çekme     : hesaptan TXN-AMOUNT kadar borç
      *   'T' = havale    : kaynak hesaptan borç, TXN-TO-ID/TXN-TO-DVZ
      *                     hedef hesabına alacak (aynı para birimi)
      *   'Z' = deste kuyruk kaydı: beklenen hareket sayısı ve tutar
      *                     toplamı (isteğe bağlı; JCL birden çok
      *                     desteyi art arda bağlarsa, örneğin PBEG027
      *                     GIFTTXN, her destenin kuyruk kaydı
      *                     toplanır)
      * Çekme ve havalenin kaynak tarafı, sonuç bakiye para biriminin
      * RATE-OD-LIMIT ile izin verilen eksi bakiyenin altına düşecekse
      * reddedilir. İşlenen her hesap hareketi öncesi/sonrası bakiye
      * ve işaretli tutarla TXNAUDIT dosyasına (AUDREC düzeni) yazılır;
      * JCL bu dosyayı günün diğer denetim dosyalarıyla art arda
      * bağlayarak PBEG013 mutabakatına ve PBEG018 hareket geçmişine
      * verir. Reddedilen hareketler sebep metniyle TXNEXC raporuna
      * yazılır; rapor sonunda deste kontrol toplamları ve kuyruk
      * kaydıyla karşılaştırmanın sonucu basılır (tutmuyorsa dönüş
      * kodu 8). TXNCTL dosyası aynı iş gününün ikinci kez
      * gönderilmesini engeller (PBEG005'teki POSTCTL düzeni).
      * IDX-DATE faizin tahakkuk ettirildiği son gündür ve burada
      * değiştirilmez; program gece çevriminde PBEG005'ten sonra
      * çalışır ki günün faizi açılış bakiyesi üzerinden hesaplansın.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO POSTTXN
                           STATUS TXN-ST.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RATE-DVZ
                           STATUS RATE-ST.
           SELECT AUDIT-FILE ASSIGN TO TXNAUDIT
                           STATUS AUD-ST.
           SELECT EXC-RPT-FILE ASSIGN TO TXNEXC
                           STATUS RPT-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT POST-CTL-FILE ASSIGN TO TXNCTL
                           STATUS CTL-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *TXN-FILE, şubenin günlük para hareketleridir. TXN-TYPE 'D' =
      *yatırma, 'W' = çekme, 'T' = havale anlamına gelir; havalede
      *hedef hesap TXN-TO-ID/TXN-TO-DVZ alanlarındadır. TXN-TYPE 'Z'
      *olan son kayıt deste kuyruk kaydıdır ve beklenen hareket
      *sayısı ile tutar toplamını taşır.
       FD  TXN-FILE RECORDING MODE F.
       01  TXN-REC.
           05 TXN-TYPE         PIC X(1).
           05 TXN-REF          PIC X(10).
           05 TXN-ID           PIC 9(5).
           05 TXN-DVZ          PIC 9(3).
           05 TXN-AMOUNT       PIC 9(15).
           05 TXN-TO-ID        PIC 9(5).
           05 TXN-TO-DVZ       PIC 9(3).
           05 FILLER           PIC X(38).
       01  TXN-TRAILER REDEFINES TXN-REC.
           05 TRL-TYPE         PIC X(1).
           05 TRL-COUNT        PIC 9(7).
           05 TRL-AMOUNT       PIC 9(15).
           05 FILLER           PIC X(57).
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
      *RATE-FILE, para birimi etiketleri ve eksi bakiye sınırları
      *için okunur; kayıt düzeni RATEREC kopya kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *AUDIT-FILE, işlenen her hesap hareketinin denetim dosyasıdır;
      *kayıt düzeni PBEG005/PBEG007/PBEG021 ile ortak AUDREC kopya
      *kitaplığındadır. AUD-UPLIFT hareketin işaretli tutarıdır
      *(yatırma ve havale alacağı artı, çekme ve havale borcu eksi).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDREC.
      *EXC-RPT-FILE, reddedilen hareketlerin istisna raporudur; başlık,
      *kolon ve kontrol toplamı satırları aynı alanı REDEFINES eder.
       FD  EXC-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-TYPE         PIC X(1).
           05 FILLER           PIC X(1).
           05 RPT-REF          PIC X(10).
           05 FILLER           PIC X(1).
           05 RPT-ID           PIC X(5).
           05 FILLER           PIC X(1).
           05 RPT-DVZ          PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-AMOUNT       PIC X(15).
           05 FILLER           PIC X(1).
           05 RPT-REASON       PIC X(30).
           05 FILLER           PIC X(11).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(34).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(28).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-TYPE-HDG      PIC X(2).
           05 RC-REF-HDG       PIC X(11).
           05 RC-ID-HDG        PIC X(6).
           05 RC-DVZ-HDG       PIC X(4).
           05 RC-AMT-HDG       PIC X(16).
           05 RC-REASON-HDG    PIC X(30).
           05 FILLER           PIC X(11).
       01  RPT-TOTAL-LINE REDEFINES RPT-DETAIL-LINE.
           05 RT-LABEL         PIC X(30).
           05 RT-COUNT         PIC 9(7).
           05 FILLER           PIC X(1).
           05 RT-AMOUNT        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(26).
      *RUNPARM-FILE, gece işlerinin ortak kullandığı çalışma-kontrol
      *parametresini taşır (RUNPARM kopya kitaplığı); burada yalnızca
      *etkin iş günü için okunur.
       FD  RUNPARM-FILE RECORDING MODE F.
           COPY RUNPARM.
      *POST-CTL-FILE, gönderilen her iş gününün tarihini ve zaman
      *damgasını taşır; açılışta taranarak aynı günün hareketlerinin
      *ikinci kez gönderilmesi engellenir (UNIFY01'deki POSTCTL
      *düzeninin aynısıdır).
       FD  POST-CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-POSTED-DATE  PIC 9(8).
           05 CTL-RUN-TS       PIC 9(14).
           05 FILLER           PIC X(58).
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
           05  WS-POSTED-FOUND-SW PIC X(1).
              88 WS-POSTED-FOUND  VALUE 'Y'.
           05  WS-TXN-OK-SW     PIC X(1).
              88 WS-TXN-OK        VALUE 'Y'.
           05  WS-TRAILER-SW    PIC X(1).
              88 WS-TRAILER-SEEN  VALUE 'Y'.
           05  WS-REJECT-REASON PIC X(30).
           05  WS-AUD-ID        PIC 9(5).
           05  WS-OD-FLOOR      PIC S9(15).
           05  WS-NEW-BAL       PIC S9(15).
           05  WS-MOVE-AMT      PIC S9(15).
           05  WS-BAL-BEFORE    PIC S9(15).
           05  WS-BAL-AFTER     PIC S9(15).
           05  WS-TO-BAL-BEFORE PIC S9(15).
           05  WS-TO-BAL-AFTER  PIC S9(15).
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-DEPOSIT   PIC 9(7) VALUE ZERO.
           05  WS-CNT-WITHDRAW  PIC 9(7) VALUE ZERO.
           05  WS-CNT-TRANSFER  PIC 9(7) VALUE ZERO.
           05  WS-CNT-POSTED    PIC 9(7) VALUE ZERO.
           05  WS-CNT-REJECTED  PIC 9(7) VALUE ZERO.
           05  WS-CNT-ERRORS    PIC 9(7) VALUE ZERO.
           05  WS-AMT-READ      PIC S9(15) VALUE ZERO.
           05  WS-AMT-DEPOSIT   PIC S9(15) VALUE ZERO.
           05  WS-AMT-WITHDRAW  PIC S9(15) VALUE ZERO.
           05  WS-AMT-TRANSFER  PIC S9(15) VALUE ZERO.
           05  WS-AMT-REJECTED  PIC S9(15) VALUE ZERO.
           05  WS-TRL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-TRL-AMOUNT    PIC S9(15) VALUE ZERO.
         03  PROGRAM-ST.
           05 TXN-ST         PIC 99.
              88 TXN-SUCCESS             VALUE 00 97.
              88 TXN-EOF                 VALUE 10.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-NOTFND              VALUE 23.
           05 RATE-ST        PIC 99.
              88 RATE-SUCCESS            VALUE 00 97.
              88 RATE-EOF                VALUE 10.
           05 AUD-ST         PIC 99.
              88 AUD-SUCCESS             VALUE 00 97.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 CTL-ST         PIC 99.
              88 CTL-SUCCESS             VALUE 00 97.
              88 CTL-EOF                 VALUE 10.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen para birimi
      *anahtarlarını, etiketlerini ve eksi bakiye sınırlarını taşır
      *(UNIFY02'deki yükleme düzeninin aynısıdır).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-FOUND-SW PIC X(1).
              88  WS-RATE-FOUND   VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
              10  WS-RT-OD-LIMIT   PIC S9(15).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Gönderim programının ana akışını gösterir: dosyalar açılır,
      *hareket dosyası bitene kadar her hareket işlenir, deste
      *kontrol toplamları rapora yazılır ve program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL TXN-EOF.
           PERFORM H900-WRITE-CONTROL-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini,
      *yeniden çalıştırma denetimini, para birimi tablosunun
      *yüklenmesini ve ilk hareketin okunmasını sağlar.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H150-CHECK-RERUN.
           OPEN INPUT  TXN-FILE.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT EXC-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H160-WRITE-RPT-HEADING.
           MOVE 'N' TO WS-TRAILER-SW.
           READ TXN-FILE.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (TXN-ST NOT = 0) AND (TXN-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANSACTION FILE: ' TXN-ST
           MOVE TXN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
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
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN AUDIT FILE: ' AUD-ST
           MOVE AUD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN EXCEPTION REPORT FILE: ' RPT-ST
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
      *TXNCTL dosyası baştan sona taranır; bu çalışmanın iş günü daha
      *önce gönderilmiş görünüyorsa hareketler ikinci kez işlenmesin
      *diye program hiçbir dosyaya dokunmadan sonlandırılır. Dosya
      *henüz yoksa bu ilk gönderimdir.
       H150-CHECK-RERUN.
           MOVE 'N' TO WS-POSTED-FOUND-SW.
           OPEN INPUT POST-CTL-FILE.
           IF CTL-SUCCESS
              PERFORM H151-SCAN-POST-CTL
              CLOSE POST-CTL-FILE
           END-IF.
           IF WS-POSTED-FOUND
              DISPLAY 'PBEG022 BUSINESS DATE ' WS-BUSINESS-DATE
                 ' ALREADY POSTED - RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       H150-END. EXIT.

       H151-SCAN-POST-CTL.
           READ POST-CTL-FILE.
           PERFORM H152-SCAN-POST-NEXT UNTIL CTL-EOF.
       H151-END. EXIT.

       H152-SCAN-POST-NEXT.
           IF CTL-POSTED-DATE = WS-BUSINESS-DATE
              MOVE 'Y' TO WS-POSTED-FOUND-SW
           END-IF.
           READ POST-CTL-FILE.
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
           MOVE RATE-OD-LIMIT TO WS-RT-OD-LIMIT(WS-RATE-COUNT).
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *İstisna raporunun başlık ve kolon başlığı satırlarını yazar.
       H160-WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG022 POSTING EXCEPTION REPORT' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'T' TO RC-TYPE-HDG.
           MOVE 'REFERENCE' TO RC-REF-HDG.
           MOVE 'ID' TO RC-ID-HDG.
           MOVE 'CCY' TO RC-DVZ-HDG.
           MOVE 'AMOUNT' TO RC-AMT-HDG.
           MOVE 'REASON' TO RC-REASON-HDG.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Her hareket kaydı önce doğrulanır; geçenler türüne göre
      *gönderilir, geçemeyenler istisna raporuna yazılır. Kuyruk
      *kaydı hareket sayılmaz; beklenen toplamları saklanır.
       H200-PROCESS.
           IF TXN-TYPE = 'Z'
              PERFORM H250-SAVE-TRAILER
           ELSE
              ADD 1 TO WS-CNT-READ
              IF TXN-AMOUNT NUMERIC
                 ADD TXN-AMOUNT TO WS-AMT-READ
              END-IF
              PERFORM H300-VALIDATE-TXN
              IF WS-TXN-OK
                 EVALUATE TXN-TYPE
                    WHEN 'D' PERFORM H400-POST-DEPOSIT
                    WHEN 'W' PERFORM H500-POST-WITHDRAWAL
                    WHEN 'T' PERFORM H600-POST-TRANSFER
                 END-EVALUATE
              ELSE
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
           END-IF.
           READ TXN-FILE.
       H200-END. EXIT.
      *Deste kuyruk kaydının beklenen hareket sayısı ve tutar toplamı
      *kapanıştaki karşılaştırma için saklanır; art arda bağlanmış
      *destelerin kuyruk kayıtları toplanır. Alanları sayısal
      *değilse kuyruk kaydı yokmuş gibi davranılır ve durum
      *gösterilir.
       H250-SAVE-TRAILER.
           IF TRL-COUNT NUMERIC AND TRL-AMOUNT NUMERIC
              MOVE 'Y' TO WS-TRAILER-SW
              ADD TRL-COUNT TO WS-TRL-COUNT
              ADD TRL-AMOUNT TO WS-TRL-AMOUNT
           ELSE
              DISPLAY 'PBEG022 BATCH TRAILER NOT NUMERIC - IGNORED'
           END-IF.
       H250-END. EXIT.
      *Hareket, hesap dosyasına dokunmadan doğrulanır: tür tanımlı,
      *kimlik/para birimi/tutar sayısal ve tutar sıfırdan büyük
      *olmalı, para birimi RATE-FILE'da kayıtlı olmalı; havalede hedef
      *anahtar sayısal, para birimi kaynakla aynı ve hedef kaynaktan
      *farklı olmalı.
       H300-VALIDATE-TXN.
           MOVE 'Y' TO WS-TXN-OK-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TXN-TYPE NOT = 'D' AND TXN-TYPE NOT = 'W'
              AND TXN-TYPE NOT = 'T'
              MOVE 'N' TO WS-TXN-OK-SW
              MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-OK
              IF TXN-ID NOT NUMERIC OR TXN-DVZ NOT NUMERIC
                 OR TXN-AMOUNT NOT NUMERIC
                 MOVE 'N' TO WS-TXN-OK-SW
                 MOVE 'NON-NUMERIC FIELD' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-TXN-OK AND TXN-AMOUNT = ZERO
              MOVE 'N' TO WS-TXN-OK-SW
              MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-OK
              PERFORM H310-FIND-CURRENCY
           END-IF.
           IF WS-TXN-OK AND TXN-TYPE = 'T'
              PERFORM H320-CHECK-TRANSFER-KEYS
           END-IF.
       H300-END. EXIT.
      *Hareketin para birimi kur tablosunda aranır; bulunursa o para
      *biriminin eksi bakiye tabanı (sınırın eksi işaretlisi)
      *hesaplanır, bulunamazsa hareket reddedilir.
       H310-FIND-CURRENCY.
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H315-SEARCH-RATE-TABLE
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF WS-RATE-FOUND
              COMPUTE WS-OD-FLOOR = ZERO - WS-RT-OD-LIMIT(WS-RATE-IDX)
           ELSE
              MOVE 'N' TO WS-TXN-OK-SW
              MOVE 'CURRENCY NOT IN RATE-FILE' TO WS-REJECT-REASON
           END-IF.
       H310-END. EXIT.

       H315-SEARCH-RATE-TABLE.
           IF TXN-DVZ = WS-RT-DVZ(WS-RATE-IDX)
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H315-END. EXIT.
      *Havale yalnızca aynı para birimindeki iki farklı hesap arasında
      *yapılabilir.
       H320-CHECK-TRANSFER-KEYS.
           IF TXN-TO-ID NOT NUMERIC OR TXN-TO-DVZ NOT NUMERIC
              MOVE 'N' TO WS-TXN-OK-SW
              MOVE 'NON-NUMERIC TARGET ACCOUNT' TO WS-REJECT-REASON
           ELSE
              IF TXN-TO-DVZ NOT = TXN-DVZ
                 MOVE 'N' TO WS-TXN-OK-SW
                 MOVE 'TRANSFER CURRENCY MISMATCH' TO WS-REJECT-REASON
              ELSE
                 IF TXN-TO-ID = TXN-ID
                    MOVE 'N' TO WS-TXN-OK-SW
                    MOVE 'TRANSFER TO SAME ACCOUNT'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H320-END. EXIT.
      *Yatırma: hesap okunur, tutar bakiyeye eklenip geri yazılır.
       H400-POST-DEPOSIT.
           MOVE TXN-ID TO IDX-ID.
           MOVE TXN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H410-ACCOUNT-MISSING
              NOT INVALID KEY PERFORM H420-APPLY-DEPOSIT.
       H400-END. EXIT.

       H410-ACCOUNT-MISSING.
           MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON.
           PERFORM H800-WRITE-EXCEPTION.
       H410-END. EXIT.

       H420-APPLY-DEPOSIT.
           MOVE IDX-BALLANCE TO WS-BAL-BEFORE.
           COMPUTE IDX-BALLANCE = IDX-BALLANCE + TXN-AMOUNT.
           MOVE IDX-BALLANCE TO WS-BAL-AFTER.
           REWRITE IDX-REC
              INVALID KEY PERFORM H700-REWRITE-FAILED
              NOT INVALID KEY PERFORM H430-DEPOSIT-OK.
       H420-END. EXIT.

       H430-DEPOSIT-OK.
           ADD 1 TO WS-CNT-DEPOSIT.
           ADD 1 TO WS-CNT-POSTED.
           ADD TXN-AMOUNT TO WS-AMT-DEPOSIT.
           MOVE TXN-ID TO WS-AUD-ID.
           MOVE TXN-AMOUNT TO WS-MOVE-AMT.
           PERFORM H750-WRITE-AUDIT.
       H430-END. EXIT.
      *Çekme: hesap okunur; sonuç bakiye para biriminin eksi bakiye
      *tabanının altına düşecekse hareket reddedilir, düşmüyorsa
      *tutar bakiyeden düşülüp geri yazılır.
       H500-POST-WITHDRAWAL.
           MOVE TXN-ID TO IDX-ID.
           MOVE TXN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H410-ACCOUNT-MISSING
              NOT INVALID KEY PERFORM H520-APPLY-WITHDRAWAL.
       H500-END. EXIT.

       H520-APPLY-WITHDRAWAL.
           COMPUTE WS-NEW-BAL = IDX-BALLANCE - TXN-AMOUNT.
           IF WS-NEW-BAL < WS-OD-FLOOR
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO WS-REJECT-REASON
              PERFORM H800-WRITE-EXCEPTION
           ELSE
              MOVE IDX-BALLANCE TO WS-BAL-BEFORE
              MOVE WS-NEW-BAL TO IDX-BALLANCE
              MOVE IDX-BALLANCE TO WS-BAL-AFTER
              REWRITE IDX-REC
                 INVALID KEY PERFORM H700-REWRITE-FAILED
                 NOT INVALID KEY PERFORM H530-WITHDRAWAL-OK
              END-REWRITE
           END-IF.
       H520-END. EXIT.

       H530-WITHDRAWAL-OK.
           ADD 1 TO WS-CNT-WITHDRAW.
           ADD 1 TO WS-CNT-POSTED.
           ADD TXN-AMOUNT TO WS-AMT-WITHDRAW.
           MOVE TXN-ID TO WS-AUD-ID.
           COMPUTE WS-MOVE-AMT = ZERO - TXN-AMOUNT.
           PERFORM H750-WRITE-AUDIT.
       H530-END. EXIT.
      *Havale: önce kaynak hesap okunup eksi bakiye tabanı denetlenir,
      *ardından hedef hesabın varlığı doğrulanır. İki taraf da
      *geçerliyse kaynak borçlandırılır, sonra hedef alacaklandırılır.
      *Hedefin geri yazılması başarısız olursa kaynaktaki borç geri
      *alınır; denetim satırları yalnızca iki taraf da yazıldıktan
      *sonra yazılır ki yarım havale PBEG013 mutabakatına girmesin.
       H600-POST-TRANSFER.
           MOVE TXN-ID TO IDX-ID.
           MOVE TXN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H410-ACCOUNT-MISSING
              NOT INVALID KEY PERFORM H610-CHECK-SOURCE.
       H600-END. EXIT.

       H610-CHECK-SOURCE.
           COMPUTE WS-NEW-BAL = IDX-BALLANCE - TXN-AMOUNT.
           IF WS-NEW-BAL < WS-OD-FLOOR
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO WS-REJECT-REASON
              PERFORM H800-WRITE-EXCEPTION
           ELSE
              MOVE IDX-BALLANCE TO WS-BAL-BEFORE
              MOVE WS-NEW-BAL TO WS-BAL-AFTER
              MOVE TXN-TO-ID TO IDX-ID
              MOVE TXN-TO-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY PERFORM H620-TARGET-MISSING
                 NOT INVALID KEY PERFORM H630-DEBIT-SOURCE
              END-READ
           END-IF.
       H610-END. EXIT.

       H620-TARGET-MISSING.
           MOVE 'TARGET ACCOUNT NOT FOUND' TO WS-REJECT-REASON.
           PERFORM H800-WRITE-EXCEPTION.
       H620-END. EXIT.
      *Kaynak hesap yeniden okunur ve borçlandırılarak geri yazılır.
       H630-DEBIT-SOURCE.
           MOVE TXN-ID TO IDX-ID.
           MOVE TXN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H700-REWRITE-FAILED
              NOT INVALID KEY PERFORM H635-REWRITE-SOURCE.
       H630-END. EXIT.

       H635-REWRITE-SOURCE.
           MOVE WS-BAL-AFTER TO IDX-BALLANCE.
           REWRITE IDX-REC
              INVALID KEY PERFORM H700-REWRITE-FAILED
              NOT INVALID KEY PERFORM H640-CREDIT-TARGET.
       H635-END. EXIT.
      *Hedef hesap yeniden okunur ve alacaklandırılarak geri yazılır.
       H640-CREDIT-TARGET.
           MOVE TXN-TO-ID TO IDX-ID.
           MOVE TXN-TO-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H660-TARGET-FAILED
              NOT INVALID KEY PERFORM H645-REWRITE-TARGET.
       H640-END. EXIT.

       H645-REWRITE-TARGET.
           MOVE IDX-BALLANCE TO WS-TO-BAL-BEFORE.
           COMPUTE IDX-BALLANCE = IDX-BALLANCE + TXN-AMOUNT.
           MOVE IDX-BALLANCE TO WS-TO-BAL-AFTER.
           REWRITE IDX-REC
              INVALID KEY PERFORM H660-TARGET-FAILED
              NOT INVALID KEY PERFORM H650-TRANSFER-OK.
       H645-END. EXIT.
      *Tamamlanan havale iki denetim satırıyla kaydedilir: kaynakta
      *eksi, hedefte artı işaretli tutar.
       H650-TRANSFER-OK.
           ADD 1 TO WS-CNT-TRANSFER.
           ADD 1 TO WS-CNT-POSTED.
           ADD TXN-AMOUNT TO WS-AMT-TRANSFER.
           MOVE TXN-ID TO WS-AUD-ID.
           COMPUTE WS-MOVE-AMT = ZERO - TXN-AMOUNT.
           PERFORM H750-WRITE-AUDIT.
           MOVE TXN-TO-ID TO WS-AUD-ID.
           MOVE WS-TO-BAL-BEFORE TO WS-BAL-BEFORE.
           MOVE WS-TO-BAL-AFTER TO WS-BAL-AFTER.
           MOVE TXN-AMOUNT TO WS-MOVE-AMT.
           PERFORM H750-WRITE-AUDIT.
       H650-END. EXIT.
      *Hedef alacaklandırılamazsa kaynaktaki borç geri alınır ve
      *hareket istisna raporuna yazılır.
       H660-TARGET-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG022 TRANSFER CREDIT FAILED FOR ID ' TXN-TO-ID
              ' DVZ ' TXN-TO-DVZ ' STATUS ' IDX-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM H670-BACK-OUT-SOURCE.
           MOVE 'TARGET REWRITE FAILED' TO WS-REJECT-REASON.
           PERFORM H800-WRITE-EXCEPTION.
       H660-END. EXIT.

       H670-BACK-OUT-SOURCE.
           MOVE TXN-ID TO IDX-ID.
           MOVE TXN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H680-BACK-OUT-FAILED
              NOT INVALID KEY PERFORM H675-RESTORE-SOURCE.
       H670-END. EXIT.

       H675-RESTORE-SOURCE.
           MOVE WS-BAL-BEFORE TO IDX-BALLANCE.
           REWRITE IDX-REC
              INVALID KEY PERFORM H680-BACK-OUT-FAILED.
       H675-END. EXIT.
      *Geri alma da başarısız olursa kaynak hesap denetim satırı
      *olmadan borçlanmış kalır; işletmen elle düzeltene kadar
      *dosyalar güvenilmez sayılır.
       H680-BACK-OUT-FAILED.
           DISPLAY 'PBEG022 BACK-OUT FAILED FOR ID ' TXN-ID
              ' DVZ ' TXN-DVZ ' STATUS ' IDX-ST
              ' - MANUAL REPAIR REQUIRED'.
           MOVE 16 TO RETURN-CODE.
       H680-END. EXIT.
      *Hesap geri yazılamazsa hareket istisna raporuna yazılır ve
      *dönüş kodu 12 yapılır.
       H700-REWRITE-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG022 REWRITE FAILED FOR ID ' TXN-ID
              ' DVZ ' TXN-DVZ ' STATUS ' IDX-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 'IDX-FILE REWRITE FAILED' TO WS-REJECT-REASON.
           PERFORM H800-WRITE-EXCEPTION.
       H700-END. EXIT.
      *Hesap hareketi, öncesi/sonrası bakiye, işaretli tutar ve
      *çalışma zaman damgasıyla denetim dosyasına yazılır; para birimi
      *etiketi doğrulamada bulunan kur tablosu girişinden alınır.
       H750-WRITE-AUDIT.
           MOVE SPACES TO AUD-REC.
           MOVE WS-AUD-ID TO AUD-ID.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO AUD-DVZ.
           MOVE WS-BAL-BEFORE TO AUD-BAL-BEFORE.
           MOVE WS-MOVE-AMT TO AUD-UPLIFT.
           MOVE WS-BAL-AFTER TO AUD-BAL-AFTER.
           MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TS.
           WRITE AUD-REC.
       H750-END. EXIT.
      *Reddedilen hareket, girişteki haliyle ve sebep metniyle
      *istisna raporuna yazılır; tutar sayısalsa reddedilen tutar
      *toplamına eklenir.
       H800-WRITE-EXCEPTION.
           ADD 1 TO WS-CNT-REJECTED.
           IF TXN-AMOUNT NUMERIC
              ADD TXN-AMOUNT TO WS-AMT-REJECTED
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE TXN-TYPE TO RPT-TYPE.
           MOVE TXN-REF TO RPT-REF.
           MOVE TXN-REC(12:5) TO RPT-ID.
           MOVE TXN-REC(17:3) TO RPT-DVZ.
           MOVE TXN-REC(20:15) TO RPT-AMOUNT.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE RPT-DETAIL-LINE.
       H800-END. EXIT.
      *Raporun sonuna deste kontrol toplamları yazılır: okunan,
      *türlerine göre gönderilen ve reddedilen hareket sayıları ve
      *tutarları. Kuyruk kaydı varsa okunan sayı ve tutar toplamı
      *kuyruktaki beklenen değerlerle karşılaştırılır; tutmuyorsa
      *deste eksik ya da fazla gelmiştir ve dönüş kodu 8 olur.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'BATCH CONTROL TOTALS' TO RT-LABEL.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'ITEMS READ' TO RT-LABEL.
           MOVE WS-CNT-READ TO RT-COUNT.
           MOVE WS-AMT-READ TO RT-AMOUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'DEPOSITS POSTED' TO RT-LABEL.
           MOVE WS-CNT-DEPOSIT TO RT-COUNT.
           MOVE WS-AMT-DEPOSIT TO RT-AMOUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'WITHDRAWALS POSTED' TO RT-LABEL.
           MOVE WS-CNT-WITHDRAW TO RT-COUNT.
           MOVE WS-AMT-WITHDRAW TO RT-AMOUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'TRANSFERS POSTED' TO RT-LABEL.
           MOVE WS-CNT-TRANSFER TO RT-COUNT.
           MOVE WS-AMT-TRANSFER TO RT-AMOUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'ITEMS REJECTED' TO RT-LABEL.
           MOVE WS-CNT-REJECTED TO RT-COUNT.
           MOVE WS-AMT-REJECTED TO RT-AMOUNT.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           IF WS-TRAILER-SEEN
              MOVE 'BATCH TRAILER EXPECTED' TO RT-LABEL
              MOVE WS-TRL-COUNT TO RT-COUNT
              MOVE WS-TRL-AMOUNT TO RT-AMOUNT
              WRITE RPT-DETAIL-LINE
              MOVE SPACES TO RPT-DETAIL-LINE
              IF WS-TRL-COUNT = WS-CNT-READ
                 AND WS-TRL-AMOUNT = WS-AMT-READ
                 MOVE 'BATCH CONTROL: IN BALANCE' TO RT-LABEL
              ELSE
                 MOVE 'BATCH CONTROL: OUT OF BALANCE' TO RT-LABEL
                 DISPLAY 'PBEG022 BATCH TOTALS DO NOT AGREE WITH '
                    'TRAILER'
                 IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           ELSE
              MOVE 'BATCH CONTROL: NO TRAILER' TO RT-LABEL
           END-IF.
           WRITE RPT-DETAIL-LINE.
       H900-END. EXIT.
      *Kapanışta kontrol toplamları gösterilir; hareket dosyası sonuna
      *kadar işlendiyse iş günü TXNCTL'ye kaydedilir (hareketler artık
      *bakiyelerdedir, ikinci gönderim engellenmelidir), çalışma-
      *istatistik kaydı eklenir ve dosyalar kapatılır.
       H999-PROGRAM-EXIT.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG022 DAILY POSTING TOTALS'.
           DISPLAY 'ITEMS READ              : ' WS-CNT-READ.
           DISPLAY 'DEPOSITS POSTED         : ' WS-CNT-DEPOSIT.
           DISPLAY 'WITHDRAWALS POSTED      : ' WS-CNT-WITHDRAW.
           DISPLAY 'TRANSFERS POSTED        : ' WS-CNT-TRANSFER.
           DISPLAY 'ITEMS REJECTED          : ' WS-CNT-REJECTED.
           DISPLAY 'REWRITE ERRORS          : ' WS-CNT-ERRORS.
           DISPLAY '=================================================='.
           IF TXN-EOF
              PERFORM H920-WRITE-POST-CTL
           END-IF.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE TXN-FILE.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXC-RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Gönderilen iş günü ve zaman damgası TXNCTL'nin sonuna eklenir;
      *H150-CHECK-RERUN bir sonraki çalışmada bu kaydı görerek aynı
      *günü ikinci kez göndermez. Dosya ilk gönderimde henüz yoksa
      *OUTPUT ile oluşturulur.
       H920-WRITE-POST-CTL.
           OPEN EXTEND POST-CTL-FILE.
           IF NOT CTL-SUCCESS
              OPEN OUTPUT POST-CTL-FILE
           END-IF.
           MOVE SPACES TO CTL-REC.
           MOVE WS-BUSINESS-DATE TO CTL-POSTED-DATE.
           MOVE WS-RUN-TIMESTAMP TO CTL-RUN-TS.
           WRITE CTL-REC.
           CLOSE POST-CTL-FILE.
       H920-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = hareketler, yazılan =
      *gönderilen hareketler, reddedilen = istisna raporundakiler.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG022' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           MOVE WS-CNT-READ TO STAT-READ.
           MOVE WS-CNT-POSTED TO STAT-WRITTEN.
           MOVE WS-CNT-REJECTED TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
