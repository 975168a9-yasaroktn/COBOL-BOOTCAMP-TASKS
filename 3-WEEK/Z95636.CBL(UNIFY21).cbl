       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG025.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  MAINTAPR yazma durumu denetleniyor: yazılamayan
      *                  onaylı talep PBEG006'ya verilmiş sayılmaz,
      *                  hata sayısına eklenir (RC 12).
      *2026-10-11  Y.O.  Bakım talepleri için çift kontrol (maker-
      *                  checker) onay programı ilk sürümü: talepler
      *                  onay bekleyen talepler dosyasına (PENDMNT)
      *                  alınır, ikinci kullanıcının kararları
      *                  işlenir, onaylı talepler PBEG006 için MAINTAPR
      *                  dosyasına yazılır ve APPRRPT raporu basılır.
      *--------------------
      * IDX-FILE bakım taleplerinin çift kontrolünü yürüten onay
      * programıdır; PBEG006'dan önce çalışır. Üç adımda çalışır:
      * 1) Talep girişi: talebi giren kullanıcının (maker) MAINTFIL
      *    destesindeki her talep MNT-MAKER-ID ile birlikte PENDMNT
      *    dosyasına (PENDREC kopya kitaplığı) 'P' (onay bekliyor)
      *    durumuyla ve o günün bir sonraki sıra numarasıyla yazılır.
      *    Kullanıcı kimliği boş ya da işlem kodu tanımsız talep
      *    dosyaya alınmaz.
      * 2) Kararlar: ikinci kullanıcının (checker) APPRCARD destesindeki
      *    her karar kartı (talep anahtarı, 'A' onay / 'R' ret,
      *    kullanıcı kimliği, ret sebebi) doğrulanır: talep PENDMNT'de
      *    bulunmalı ve hâlâ onay bekliyor olmalı, karar veren
      *    kullanıcı talebi giren kullanıcı olamaz. Geçerli karar
      *    talebe kullanıcı kimliği ve karar zamanıyla işlenir.
      * 3) Çıkış: PENDMNT baştan sona okunur; onaylanmış ve henüz
      *    uygulanmamış her talep MAINTAPR dosyasına (MAINTREC kopya
      *    kitaplığı) yazılır. PBEG006 yalnızca bu dosyayı uygular ve
      *    uyguladığı talebi PENDMNT'de işlendi durumuna alır; PBEG006
      *    çalışmazsa onaylı talepler ertesi gün yeniden çıkarılır.
      * APPRRPT raporu günün girişlerini ve kararlarını (reddedilen
      * kartlar sebepleriyle), hâlâ onay bekleyen bütün talepleri
      * bekleme süreleriyle ve bugün ikinci kullanıcının reddettiği
      * talepleri sebepleriyle listeler. İki deste de isteğe bağlıdır;
      * bulunamayan deste o gün için boş sayılır.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO MAINTFIL
                           STATUS REQ-ST.
           SELECT DEC-FILE ASSIGN TO APPRCARD
                           STATUS DEC-ST.
           SELECT PEND-FILE ASSIGN TO PENDMNT
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS PND-ST.
           SELECT APPR-FILE ASSIGN TO MAINTAPR
                           STATUS APR-ST.
           SELECT APPR-RPT-FILE ASSIGN TO APPRRPT
                           STATUS RPT-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *REQ-FILE, talebi giren kullanıcının bakım destesidir; her talep
      *PBEG006'nın MAINT-REC düzeninin ilk 61 baytı ve talebi giren
      *kullanıcının kimliğidir (MAINTREC kopya kitaplığındaki ilk 69
      *bayt).
       FD  REQ-FILE RECORDING MODE F.
       01  REQ-REC.
           05 REQ-DATA         PIC X(61).
           05 REQ-MAKER-ID     PIC X(8).
       01  REQ-KEY-REC REDEFINES REQ-REC.
           05 REQ-ACTION       PIC X(1).
           05 REQ-ID           PIC X(5).
           05 REQ-DVZ          PIC X(3).
           05 FILLER           PIC X(60).
      *DEC-FILE, ikinci kullanıcının karar destesidir: DEC-DECISION
      *'A' = onay, 'R' = ret; talep anahtarı raporda gösterilen giriş
      *günü ve sıra numarasıdır. Ret kartında sebep zorunludur. '*'
      *ile başlayan ve boş kartlar açıklama sayılıp atlanır.
       FD  DEC-FILE RECORDING MODE F.
       01  DEC-REC.
           05 DEC-DECISION     PIC X(1).
           05 FILLER           PIC X(1).
           05 DEC-SUBMIT-DATE  PIC X(8).
           05 FILLER           PIC X(1).
           05 DEC-SEQ          PIC X(5).
           05 FILLER           PIC X(1).
           05 DEC-CHECKER-ID   PIC X(8).
           05 FILLER           PIC X(1).
           05 DEC-REASON       PIC X(30).
           05 FILLER           PIC X(24).
      *PEND-FILE, onay bekleyen bakım talepleri dosyasıdır (PENDREC
      *kopya kitaplığı); ilk çalışmada henüz yoksa boş oluşturulur.
       FD  PEND-FILE.
           COPY PENDREC.
      *APPR-FILE, PBEG006'nın uygulayacağı onaylı taleplerdir
      *(MAINTREC kopya kitaplığı); her çalışmada yeniden yazılır.
       FD  APPR-FILE RECORDING MODE F.
           COPY MAINTREC.
      *APPR-RPT-FILE, günlük onay raporudur; başlık, kolon ve özet
      *satırları aynı alanı REDEFINES eder.
       FD  APPR-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-STATUS       PIC X(10).
           05 FILLER           PIC X(1).
           05 RPT-SUB-DATE     PIC X(8).
           05 FILLER           PIC X(1).
           05 RPT-SEQ          PIC X(5).
           05 FILLER           PIC X(1).
           05 RPT-ACTION       PIC X(1).
           05 FILLER           PIC X(1).
           05 RPT-ID           PIC X(5).
           05 FILLER           PIC X(1).
           05 RPT-DVZ          PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-MAKER        PIC X(8).
           05 FILLER           PIC X(1).
           05 RPT-CHECKER      PIC X(8).
           05 FILLER           PIC X(1).
           05 RPT-NOTE         PIC X(30).
           05 RPT-NOTE-AGE REDEFINES RPT-NOTE.
              10 RPT-AGE-LIT   PIC X(24).
              10 RPT-AGE-DAYS  PIC ZZZZ9.
              10 FILLER        PIC X(1).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(40).
           05 RH-DATE-LIT      PIC X(10).
           05 RH-DATE          PIC 9(8).
           05 FILLER           PIC X(28).
       01  RPT-COLUMN-LINE REDEFINES RPT-DETAIL-LINE.
           05 RC-STAT-HDG      PIC X(11).
           05 RC-DATE-HDG      PIC X(9).
           05 RC-SEQ-HDG       PIC X(6).
           05 RC-ACT-HDG       PIC X(2).
           05 RC-ID-HDG        PIC X(6).
           05 RC-DVZ-HDG       PIC X(4).
           05 RC-MAKER-HDG     PIC X(9).
           05 RC-CHECKER-HDG   PIC X(9).
           05 RC-NOTE-HDG      PIC X(30).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(30).
           05 RF-PEND-LIT      PIC X(10).
           05 RF-PENDING       PIC 9(5).
           05 RF-APPR-LIT      PIC X(11).
           05 RF-APPROVED      PIC 9(5).
           05 RF-REJ-LIT       PIC X(11).
           05 RF-REJECTED      PIC 9(5).
           05 FILLER           PIC X(9).
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
           05  WS-LAST-SEQ      PIC 9(5) VALUE ZERO.
           05  WS-EDIT-OK-SW    PIC X(1).
              88 WS-EDIT-OK       VALUE 'Y'.
           05  WS-EDIT-REASON   PIC X(30).
           05  WS-PND-FOUND-SW  PIC X(1).
              88 WS-PND-FOUND     VALUE 'Y'.
           05  WS-WAIT-DAYS     PIC S9(5).
           05  WS-CNT-REQUESTS  PIC 9(5) VALUE ZERO.
           05  WS-CNT-SUBMITTED PIC 9(5) VALUE ZERO.
           05  WS-CNT-REQ-REFUSED PIC 9(5) VALUE ZERO.
           05  WS-CNT-DECISIONS PIC 9(5) VALUE ZERO.
           05  WS-CNT-APPROVED  PIC 9(5) VALUE ZERO.
           05  WS-CNT-REJECTED  PIC 9(5) VALUE ZERO.
           05  WS-CNT-DEC-REFUSED PIC 9(5) VALUE ZERO.
           05  WS-CNT-SAME-USER PIC 9(5) VALUE ZERO.
           05  WS-CNT-EXTRACTED PIC 9(5) VALUE ZERO.
           05  WS-CNT-OPEN      PIC 9(5) VALUE ZERO.
           05  WS-CNT-REJ-TODAY PIC 9(5) VALUE ZERO.
           05  WS-CNT-ERRORS    PIC 9(5) VALUE ZERO.
         03  PROGRAM-ST.
           05 REQ-ST         PIC 99.
              88 REQ-SUCCESS             VALUE 00 97.
              88 REQ-EOF                 VALUE 10.
           05 DEC-ST         PIC 99.
              88 DEC-SUCCESS             VALUE 00 97.
              88 DEC-EOF                 VALUE 10.
           05 PND-ST         PIC 99.
              88 PND-SUCCESS             VALUE 00 97.
              88 PND-EOF                 VALUE 10.
           05 APR-ST         PIC 99.
              88 APR-SUCCESS             VALUE 00 97.
           05 RPT-ST         PIC 99.
              88 RPT-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Onay programının ana akışını gösterir: dosyalar açılır, önce
      *talebi giren kullanıcının destesi onay bekleyen talepler
      *dosyasına alınır, ardından ikinci kullanıcının kararları
      *işlenir, son olarak onaylı talepler PBEG006 için çıkarılır ve
      *açık talepler rapora yazılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-INTAKE-REQUEST UNTIL REQ-EOF.
           PERFORM H171-WRITE-DEC-SECTION.
           PERFORM H300-PROCESS-DECISION UNTIL DEC-EOF.
           PERFORM H400-EXTRACT-APPROVED.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini, günün
      *son sıra numarasının bulunmasını, rapor başlığının yazılmasını
      *ve iki destenin ilk kartlarının okunmasını sağlar.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN OUTPUT APPR-FILE.
           OPEN OUTPUT APPR-RPT-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-PENDING.
           PERFORM H150-FIND-LAST-SEQ.
           PERFORM H160-WRITE-RPT-HEADING.
           PERFORM H130-OPEN-DECKS.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (APR-ST NOT = 0) AND (APR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN APPROVED REQUESTS FILE: ' APR-ST
           MOVE APR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN APPROVAL REPORT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Onay bekleyen talepler dosyası I-O ile açılır; ilk çalışmada
      *henüz yoksa önce OUTPUT ile boş oluşturulup yeniden I-O ile
      *açılır.
       H120-OPEN-PENDING.
           OPEN I-O PEND-FILE.
           IF NOT PND-SUCCESS
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PENDING REQUESTS FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Talep ve karar desteleri isteğe bağlıdır; açılamayan deste o
      *gün için boş sayılır ve durumu dosya sonu olarak işaretlenir.
       H130-OPEN-DECKS.
           OPEN INPUT REQ-FILE.
           IF REQ-SUCCESS
              PERFORM H170-WRITE-REQ-SECTION
              READ REQ-FILE
           ELSE
              DISPLAY 'PBEG025 NO MAINTENANCE REQUESTS SUBMITTED'
              MOVE 10 TO REQ-ST
           END-IF.
           OPEN INPUT DEC-FILE.
           IF DEC-SUCCESS
              READ DEC-FILE
           ELSE
              DISPLAY 'PBEG025 NO CHECKER DECISIONS SUBMITTED'
              MOVE 10 TO DEC-ST
           END-IF.
       H130-END. EXIT.
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
      *Aynı gün içinde program birden fazla çalışabilir; yeni
      *taleplerin sıra numarası iş gününün PENDMNT'deki son sıra
      *numarasından devam eder.
       H150-FIND-LAST-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-BUSINESS-DATE TO PND-SUBMIT-DATE.
           MOVE ZERO TO PND-SEQ.
           START PEND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY MOVE 10 TO PND-ST.
           IF PND-SUCCESS
              READ PEND-FILE NEXT RECORD
              PERFORM H151-SCAN-SEQ
                 UNTIL PND-EOF
                    OR PND-SUBMIT-DATE NOT = WS-BUSINESS-DATE
           END-IF.
       H150-END. EXIT.

       H151-SCAN-SEQ.
           MOVE PND-SEQ TO WS-LAST-SEQ.
           READ PEND-FILE NEXT RECORD.
       H151-END. EXIT.
      *Raporun başlık ve kolon başlığı satırlarını yazar.
       H160-WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG025 MAINTENANCE APPROVAL REPORT' TO RH-TITLE.
           MOVE 'RUN DATE:' TO RH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'STATUS' TO RC-STAT-HDG.
           MOVE 'ENTERED' TO RC-DATE-HDG.
           MOVE 'SEQ' TO RC-SEQ-HDG.
           MOVE 'A' TO RC-ACT-HDG.
           MOVE 'ID' TO RC-ID-HDG.
           MOVE 'DVZ' TO RC-DVZ-HDG.
           MOVE 'MAKER' TO RC-MAKER-HDG.
           MOVE 'CHECKER' TO RC-CHECKER-HDG.
           MOVE 'NOTE' TO RC-NOTE-HDG.
           WRITE RPT-DETAIL-LINE.
       H160-END. EXIT.
      *Raporun bölüm başlıkları: günün girişleri, günün kararları ve
      *açık talepler; her bölümden önce boş satır bırakılır.
       H170-WRITE-REQ-SECTION.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE 'REQUESTS SUBMITTED TODAY' TO RH-TITLE.
           WRITE RPT-DETAIL-LINE.
       H170-END. EXIT.

       H171-WRITE-DEC-SECTION.
           IF DEC-SUCCESS
              MOVE SPACES TO RPT-DETAIL-LINE
              WRITE RPT-DETAIL-LINE
              MOVE 'CHECKER DECISIONS TODAY' TO RH-TITLE
              WRITE RPT-DETAIL-LINE
           END-IF.
       H171-END. EXIT.

       H172-WRITE-OPEN-SECTION.
           MOVE SPACES TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           MOVE 'PENDING AND REJECTED-TODAY REQUESTS' TO RH-TITLE.
           WRITE RPT-DETAIL-LINE.
       H172-END. EXIT.
      *Talebi giren kullanıcının destesindeki her talep doğrulanır;
      *geçen talep onay bekliyor durumuyla PENDMNT'ye yazılır, geçmeyen
      *talep sebebiyle rapora yazılıp dosyaya alınmaz.
       H200-INTAKE-REQUEST.
           ADD 1 TO WS-CNT-REQUESTS.
           PERFORM H210-VALIDATE-REQUEST.
           IF WS-EDIT-OK
              PERFORM H220-WRITE-PENDING
           ELSE
              ADD 1 TO WS-CNT-REQ-REFUSED
              PERFORM H230-WRITE-REQ-LINE
           END-IF.
           READ REQ-FILE.
       H200-END. EXIT.
      *Talebin içeriği PBEG006'nın düzenleme geçişinde ayrıca
      *denetlenir; burada yalnızca çift kontrolün gerektirdiği
      *alanlar aranır: talebi giren kullanıcı kimliği dolu, işlem
      *kodu tanımlı olmalı.
       H210-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           IF REQ-MAKER-ID = SPACES
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MISSING MAKER ID' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND REQ-ACTION NOT = 'A'
              AND REQ-ACTION NOT = 'C' AND REQ-ACTION NOT = 'D'
              AND REQ-ACTION NOT = 'X'
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
           END-IF.
       H210-END. EXIT.
      *Talep iş gününün bir sonraki sıra numarasıyla onay bekliyor
      *durumunda yazılır; sıra numarası raporda gösterilir ve ikinci
      *kullanıcının karar kartında talebin anahtarı olarak kullanılır.
       H220-WRITE-PENDING.
           IF WS-LAST-SEQ = 99999
              DISPLAY 'PBEG025 MORE THAN 99999 REQUESTS FOR '
                 WS-BUSINESS-DATE ' - PROGRAM TERMINATED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES TO PND-REC.
           MOVE WS-BUSINESS-DATE TO PND-SUBMIT-DATE.
           MOVE WS-LAST-SEQ TO PND-SEQ.
           MOVE 'P' TO PND-STATUS.
           MOVE REQ-DATA TO PND-DATA.
           MOVE REQ-MAKER-ID TO PND-MAKER-ID.
           MOVE WS-RUN-TIMESTAMP TO PND-SUBMIT-TS.
           MOVE ZERO TO PND-DECISION-TS.
           MOVE ZERO TO PND-DECISION-DATE.
           MOVE ZERO TO PND-APPLY-DATE.
           WRITE PND-REC
              INVALID KEY PERFORM H520-PENDING-FAILED
              NOT INVALID KEY PERFORM H225-SUBMIT-OK.
       H220-END. EXIT.

       H225-SUBMIT-OK.
           ADD 1 TO WS-CNT-SUBMITTED.
           MOVE 'AWAITING CHECKER' TO WS-EDIT-REASON.
           PERFORM H230-WRITE-REQ-LINE.
       H225-END. EXIT.

       H230-WRITE-REQ-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           IF WS-EDIT-OK
              MOVE 'SUBMITTED' TO RPT-STATUS
              MOVE WS-BUSINESS-DATE TO RPT-SUB-DATE
              MOVE WS-LAST-SEQ TO RPT-SEQ
           ELSE
              MOVE 'REFUSED' TO RPT-STATUS
           END-IF.
           MOVE REQ-ACTION TO RPT-ACTION.
           MOVE REQ-ID TO RPT-ID.
           MOVE REQ-DVZ TO RPT-DVZ.
           MOVE REQ-MAKER-ID TO RPT-MAKER.
           MOVE WS-EDIT-REASON TO RPT-NOTE.
           WRITE RPT-DETAIL-LINE.
       H230-END. EXIT.
      *İkinci kullanıcının her karar kartı doğrulanır; geçen karar
      *talebe işlenir. Açıklama ve boş kartlar atlanır. Her kartın
      *sonucu rapora yazılır.
       H300-PROCESS-DECISION.
           IF DEC-DECISION NOT = '*' AND DEC-REC NOT = SPACES
              ADD 1 TO WS-CNT-DECISIONS
              PERFORM H310-VALIDATE-DECISION
              IF WS-EDIT-OK
                 PERFORM H320-APPLY-DECISION
              ELSE
                 ADD 1 TO WS-CNT-DEC-REFUSED
                 PERFORM H330-WRITE-DEC-LINE
              END-IF
           END-IF.
           READ DEC-FILE.
       H300-END. EXIT.
      *Karar kodu 'A' ya da 'R', talep anahtarı sayısal, karar veren
      *kullanıcı kimliği dolu olmalı; ret kartında sebep bulunmalı.
      *Talep PENDMNT'de bulunmalı ve hâlâ onay bekliyor olmalı.
      *Talebi giren kullanıcı kendi talebine karar veremez; bu
      *girişim ayrıca sayılır ve konsola yazılır.
       H310-VALIDATE-DECISION.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE 'N' TO WS-PND-FOUND-SW.
           IF DEC-DECISION NOT = 'A' AND DEC-DECISION NOT = 'R'
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID DECISION CODE' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND (DEC-SUBMIT-DATE NOT NUMERIC
              OR DEC-SEQ NOT NUMERIC)
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID REQUEST KEY' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND DEC-CHECKER-ID = SPACES
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MISSING CHECKER ID' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND DEC-DECISION = 'R'
              AND DEC-REASON = SPACES
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MISSING REJECTION REASON' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              MOVE DEC-SUBMIT-DATE TO PND-SUBMIT-DATE
              MOVE DEC-SEQ TO PND-SEQ
              READ PEND-FILE KEY IS PND-KEY
                 INVALID KEY PERFORM H311-NOT-FOUND
                 NOT INVALID KEY PERFORM H312-CHECK-PENDING
              END-READ
           END-IF.
       H310-END. EXIT.

       H311-NOT-FOUND.
           MOVE 'N' TO WS-EDIT-OK-SW.
           MOVE 'REQUEST NOT FOUND' TO WS-EDIT-REASON.
       H311-END. EXIT.

       H312-CHECK-PENDING.
           MOVE 'Y' TO WS-PND-FOUND-SW.
           IF NOT PND-PENDING
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'REQUEST ALREADY DECIDED' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND DEC-CHECKER-ID = PND-MAKER-ID
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'CHECKER IS THE MAKER' TO WS-EDIT-REASON
              ADD 1 TO WS-CNT-SAME-USER
              DISPLAY 'PBEG025 USER ' DEC-CHECKER-ID
                 ' TRIED TO DECIDE OWN REQUEST ' PND-SUBMIT-DATE
                 '/' PND-SEQ ' - DECISION REFUSED'
           END-IF.
       H312-END. EXIT.
      *Geçerli karar talebe işlenir: durum onaylandı ya da
      *reddedildi, karar veren kullanıcı, karar zamanı ve günü ile
      *ret sebebi yazılır.
       H320-APPLY-DECISION.
           IF DEC-DECISION = 'A'
              MOVE 'A' TO PND-STATUS
           ELSE
              MOVE 'R' TO PND-STATUS
              MOVE DEC-REASON TO PND-REJECT-REASON
           END-IF.
           MOVE DEC-CHECKER-ID TO PND-CHECKER-ID.
           MOVE WS-RUN-TIMESTAMP TO PND-DECISION-TS.
           MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE.
           REWRITE PND-REC
              INVALID KEY PERFORM H520-PENDING-FAILED
              NOT INVALID KEY PERFORM H325-DECISION-OK.
       H320-END. EXIT.

       H325-DECISION-OK.
           IF PND-APPROVED
              ADD 1 TO WS-CNT-APPROVED
              MOVE 'APPROVED' TO WS-EDIT-REASON
           ELSE
              ADD 1 TO WS-CNT-REJECTED
              MOVE PND-REJECT-REASON TO WS-EDIT-REASON
           END-IF.
           PERFORM H330-WRITE-DEC-LINE.
       H325-END. EXIT.
      *Karar kartının sonucu rapora yazılır; talep bulunduysa
      *talebin işlem kodu, anahtarı ve giren kullanıcısı da gösterilir.
       H330-WRITE-DEC-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           IF WS-EDIT-OK
              IF PND-APPROVED
                 MOVE 'APPROVED' TO RPT-STATUS
              ELSE
                 MOVE 'REJECTED' TO RPT-STATUS
              END-IF
           ELSE
              MOVE 'INVALID' TO RPT-STATUS
           END-IF.
           MOVE DEC-SUBMIT-DATE TO RPT-SUB-DATE.
           MOVE DEC-SEQ TO RPT-SEQ.
           IF WS-PND-FOUND
              MOVE PND-ACTION TO RPT-ACTION
              MOVE PND-ID TO RPT-ID
              MOVE PND-DVZ TO RPT-DVZ
              MOVE PND-MAKER-ID TO RPT-MAKER
           END-IF.
           MOVE DEC-CHECKER-ID TO RPT-CHECKER.
           MOVE WS-EDIT-REASON TO RPT-NOTE.
           WRITE RPT-DETAIL-LINE.
       H330-END. EXIT.
      *PENDMNT baştan sona okunur: onaylanmış ve henüz uygulanmamış
      *talepler MAINTAPR'a yazılır, onay bekleyen talepler bekleme
      *süreleriyle, bugün reddedilen talepler sebepleriyle rapora
      *yazılır. İşlenmiş ve önceki günlerde reddedilmiş talepler
      *atlanır.
       H400-EXTRACT-APPROVED.
           PERFORM H172-WRITE-OPEN-SECTION.
           MOVE ZERO TO PND-SUBMIT-DATE.
           MOVE ZERO TO PND-SEQ.
           START PEND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY MOVE 10 TO PND-ST.
           IF PND-SUCCESS
              READ PEND-FILE NEXT RECORD
              PERFORM H410-EXAMINE-REQUEST UNTIL PND-EOF
           END-IF.
       H400-END. EXIT.

       H410-EXAMINE-REQUEST.
           EVALUATE TRUE
              WHEN PND-APPROVED
                 PERFORM H420-WRITE-APPROVED
              WHEN PND-PENDING
                 PERFORM H430-LIST-PENDING
              WHEN PND-REJECTED
                 AND PND-DECISION-DATE = WS-BUSINESS-DATE
                 PERFORM H440-LIST-REJECTED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           READ PEND-FILE NEXT RECORD.
       H410-END. EXIT.
      *Onaylı talep PBEG006'nın MAINT-REC düzeninde yazılır: talebin
      *kendisi, giren ve onaylayan kullanıcılar, onay zamanı ve
      *PENDMNT anahtarı. Yazılamayan talep aktarılmış sayılmaz;
      *PENDMNT'de onaylı kaldığından bir sonraki çalışmada yeniden
      *MAINTAPR'ye alınır.
       H420-WRITE-APPROVED.
           MOVE SPACES TO MAINT-REC.
           MOVE PND-DATA TO MAINT-REC(1:61).
           MOVE PND-MAKER-ID TO MNT-MAKER-ID.
           MOVE PND-CHECKER-ID TO MNT-CHECKER-ID.
           MOVE PND-DECISION-TS TO MNT-APPR-TS.
           MOVE PND-SUBMIT-DATE TO MNT-PEND-DATE.
           MOVE PND-SEQ TO MNT-PEND-SEQ.
           WRITE MAINT-REC.
           IF NOT APR-SUCCESS
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG025 APPROVED REQUESTS FILE WRITE FAILED '
                 'FOR ' PND-SUBMIT-DATE '/' PND-SEQ ' STATUS ' APR-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-CNT-EXTRACTED
           END-IF.
       H420-END. EXIT.

       H430-LIST-PENDING.
           ADD 1 TO WS-CNT-OPEN.
           COMPUTE WS-WAIT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE).
           PERFORM H450-MOVE-OPEN-LINE.
           MOVE 'PENDING' TO RPT-STATUS.
           MOVE 'AWAITING CHECKER, DAYS:' TO RPT-AGE-LIT.
           MOVE WS-WAIT-DAYS TO RPT-AGE-DAYS.
           WRITE RPT-DETAIL-LINE.
       H430-END. EXIT.

       H440-LIST-REJECTED.
           ADD 1 TO WS-CNT-REJ-TODAY.
           PERFORM H450-MOVE-OPEN-LINE.
           MOVE 'REJECTED' TO RPT-STATUS.
           MOVE PND-CHECKER-ID TO RPT-CHECKER.
           MOVE PND-REJECT-REASON TO RPT-NOTE.
           WRITE RPT-DETAIL-LINE.
       H440-END. EXIT.

       H450-MOVE-OPEN-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE PND-SUBMIT-DATE TO RPT-SUB-DATE.
           MOVE PND-SEQ TO RPT-SEQ.
           MOVE PND-ACTION TO RPT-ACTION.
           MOVE PND-ID TO RPT-ID.
           MOVE PND-DVZ TO RPT-DVZ.
           MOVE PND-MAKER-ID TO RPT-MAKER.
       H450-END. EXIT.
      *PENDMNT yazılamazsa talep ya da karar kaydedilmemiştir;
      *operatörün kartı bir sonraki çalışmada yeniden vermesi gerekir.
       H520-PENDING-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG025 PENDING REQUESTS FILE WRITE FAILED FOR '
              PND-SUBMIT-DATE '/' PND-SEQ ' STATUS ' PND-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H520-END. EXIT.
      *Kapanışta rapor özet satırı yazılır, kontrol toplamları
      *gösterilir, çalışma-istatistik kaydı eklenir ve dosyalar
      *kapatılır.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'PBEG025 END OF APPROVAL RUN' TO RF-TITLE.
           MOVE ' PENDING:' TO RF-PEND-LIT.
           MOVE WS-CNT-OPEN TO RF-PENDING.
           MOVE ' APPROVED:' TO RF-APPR-LIT.
           MOVE WS-CNT-APPROVED TO RF-APPROVED.
           MOVE ' REJECTED:' TO RF-REJ-LIT.
           MOVE WS-CNT-REJECTED TO RF-REJECTED.
           WRITE RPT-DETAIL-LINE.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG025 MAINTENANCE APPROVAL TOTALS'.
           DISPLAY 'REQUESTS READ           : ' WS-CNT-REQUESTS.
           DISPLAY 'REQUESTS SUBMITTED      : ' WS-CNT-SUBMITTED.
           DISPLAY 'REQUESTS REFUSED        : ' WS-CNT-REQ-REFUSED.
           DISPLAY 'DECISIONS READ          : ' WS-CNT-DECISIONS.
           DISPLAY 'REQUESTS APPROVED       : ' WS-CNT-APPROVED.
           DISPLAY 'REQUESTS REJECTED       : ' WS-CNT-REJECTED.
           DISPLAY 'DECISIONS REFUSED       : ' WS-CNT-DEC-REFUSED.
           DISPLAY '  OF WHICH BY THE MAKER : ' WS-CNT-SAME-USER.
           DISPLAY 'APPROVED FOR PBEG006    : ' WS-CNT-EXTRACTED.
           DISPLAY 'STILL PENDING           : ' WS-CNT-OPEN.
           DISPLAY 'FILE WRITE ERRORS       : ' WS-CNT-ERRORS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE REQ-FILE.
           CLOSE DEC-FILE.
           CLOSE PEND-FILE.
           CLOSE APPR-FILE.
           CLOSE APPR-RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = talep ve karar kartları,
      *yazılan = PENDMNT'ye alınan talepler ile işlenen kararlar,
      *reddedilen = dosyaya alınmayan talepler ile geçersiz
      *kararlardır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG025' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           COMPUTE STAT-READ = WS-CNT-REQUESTS + WS-CNT-DECISIONS.
           COMPUTE STAT-WRITTEN = WS-CNT-SUBMITTED + WS-CNT-APPROVED
                   + WS-CNT-REJECTED.
           COMPUTE STAT-REJECTED = WS-CNT-REQ-REFUSED
                   + WS-CNT-DEC-REFUSED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
