       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG029.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  MOVHIST saklama ve geri yükleme programı
      *                  ilk sürümü: saklama süresinden eski
      *                  hareketler kontrol toplamlı tarihli arşive
      *                  (MOVARCH, MOVAREC kopya kitaplığı) taşınır ve
      *                  yerlerine hesap + para birimi + ay başına bir
      *                  özet kaydı yazılır; RESTCARD verildiğinde
      *                  arşivdeki bir dönem yeniden MOVHIST'e
      *                  yüklenir.
      *--------------------
      * PBEG018 MOVHIST'e her gece ekler, hiçbir şey silmez. Bu
      * program iki modda çalışır:
      *  - Saklama (RESTCARD açılamazsa; açılıp boş çıkarsa program
      *    RC 16 ile durur): kesim tarihi, iş gününün ayından
      *    PARM-RETAIN-MONTHS ay (sıfırsa 24) önceki ayın ilk günüdür.
      *    Bundan eski her hareket önce MOVARCH arşivine yazılır,
      *    sonra MOVHIST'ten silinir; hesap + para birimi + ay başına
      *    bir özet kaydı (MOVHREC'teki MOVH-ROLLUP) açılış bakiyesi,
      *    toplam artış, kapanış bakiyesi ve hareket sayısıyla
      *    yazılır. Arşiv her çalışmada yeni bir kuşaktır (JCL'de
      *    GDG); başlığı iş gününü, kesimi ve saklama süresini,
      *    kapanışı taşınan hareket sayısını, artış toplamını ve özet
      *    sayısını taşır.
      *  - Geri yükleme (RESTCARD varsa): kart bir dönemi (CCYYAA) ve
      *    isteğe bağlı bir hesap kimliğini taşır. MOVARCH'a o dönemi
      *    içeren arşiv kuşağı verilir; arşiv önce baştan sona okunup
      *    kontrol toplamlarıyla doğrulanır, tutarsızsa hiçbir şey
      *    yüklenmez. Doğru arşivden dönemin hareketleri MOVHIST'e
      *    geri yazılır ve ilgili ay özetleri silinir; dönem böylece
      *    denetim için eski haliyle sorgulanabilir. Geri yüklenen
      *    dönem hâlâ kesimden eskiyse sonraki saklama çalışması onu
      *    yeniden arşivler.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVH-FILE ASSIGN TO MOVHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY MOVH-KEY
                           STATUS MVH-ST.
           SELECT MVA-FILE ASSIGN TO MOVARCH
                           STATUS MVA-ST.
           SELECT RST-FILE ASSIGN TO RESTCARD
                           STATUS RST-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *MOVH-FILE, PBEG018'in biriktirdiği hesap hareket geçmişi
      *dosyasıdır (MOVHREC kopya kitaplığı).
       FD  MOVH-FILE.
           COPY MOVHREC.
      *MVA-FILE, taşınan hareketlerin tarihli sıralı arşividir
      *(MOVAREC kopya kitaplığı); saklama modunda yazılır, geri
      *yükleme modunda okunur.
       FD  MVA-FILE RECORDING MODE F.
           COPY MOVAREC.
      *RST-FILE, geri yükleme kartıdır: dönem (CCYYAA) ve hesap
      *kimliği (sıfır = dönemin bütün hesapları).
       FD  RST-FILE RECORDING MODE F.
       01  RST-REC.
           05 RST-PERIOD       PIC 9(6).
           05 FILLER           PIC X.
           05 RST-ID           PIC 9(5).
           05 FILLER           PIC X(68).
      *RUNPARM-FILE, gece işlerinin ortak kullandığı çalışma-kontrol
      *parametresini taşır (RUNPARM kopya kitaplığı); burada etkin iş
      *günü ve saklama süresi için okunur.
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
           05  WS-RETAIN-MONTHS PIC 9(3).
           05  WS-CUTOFF-DATE   PIC 9(8).
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
              10  WS-CO-CCYY       PIC 9(4).
              10  WS-CO-MM         PIC 9(2).
              10  WS-CO-DD         PIC 9(2).
           05  WS-MONTHS        PIC 9(7).
           05  WS-MONTH-REM     PIC 9(2).
           05  WS-MODE-SW       PIC X(1).
              88 WS-RESTORE-MODE  VALUE 'R'.
              88 WS-ARCHIVE-MODE  VALUE 'A'.
           05  WS-MVA-OPEN-SW   PIC X(1).
              88 WS-MVA-OPEN      VALUE 'Y'.
           05  WS-RST-PERIOD    PIC 9(6).
           05  WS-RST-ID        PIC 9(5).
           05  WS-MVA-DATE      PIC 9(8).
           05  WS-MVA-DATE-X REDEFINES WS-MVA-DATE.
              10  WS-MVA-MONTH     PIC 9(6).
              10  WS-MVA-DAY       PIC 9(2).
           05  WS-TRAILER-SW    PIC X(1).
              88 WS-TRAILER-SEEN  VALUE 'Y'.
           05  WS-AFTER-TRL-SW  PIC X(1).
              88 WS-AFTER-TRAILER VALUE 'Y'.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-UPLIFT    PIC S9(17).
           05  WS-ARCH-UPLIFT   PIC S9(17).
           05  WS-CNT-READ      PIC 9(9) VALUE ZERO.
           05  WS-CNT-ARCHIVED  PIC 9(9) VALUE ZERO.
           05  WS-CNT-ROLLUPS   PIC 9(7) VALUE ZERO.
           05  WS-CNT-MERGED    PIC 9(7) VALUE ZERO.
           05  WS-CNT-ERRORS    PIC 9(7) VALUE ZERO.
           05  WS-CNT-ARCH-READ PIC 9(9) VALUE ZERO.
           05  WS-CNT-RESTORED  PIC 9(9) VALUE ZERO.
           05  WS-CNT-ONLINE    PIC 9(9) VALUE ZERO.
           05  WS-CNT-DROPPED   PIC 9(7) VALUE ZERO.
         03  PROGRAM-ST.
           05 MVH-ST         PIC 99.
              88 MVH-SUCCESS             VALUE 00 97.
              88 MVH-EOF                 VALUE 10.
           05 MVA-ST         PIC 99.
              88 MVA-SUCCESS             VALUE 00 97.
              88 MVA-EOF                 VALUE 10.
           05 RST-ST         PIC 99.
              88 RST-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-GROUP-AREA, saklama modunda o an özetlenen hesap + para
      *birimi + ay grubunu taşır; WS-SAVE-KEY grup kırılışında
      *okunan kaydın anahtarını saklar (özet yazımı dosya konumunu
      *bozduğundan okuma bu anahtardan yeniden başlatılır).
       01  WS-GROUP-AREA.
           05  WS-GRP-ACTIVE-SW PIC X(1).
              88 WS-GRP-ACTIVE    VALUE 'Y'.
           05  WS-GRP-ID        PIC S9(5).
           05  WS-GRP-DVZ       PIC S9(3).
           05  WS-GRP-MONTH     PIC 9(6).
           05  WS-GRP-OPEN      PIC S9(15).
           05  WS-GRP-UPLIFT    PIC S9(15).
           05  WS-GRP-CLOSE     PIC S9(15).
           05  WS-GRP-COUNT     PIC 9(6).
           05  WS-SAVE-KEY.
              10  WS-SK-ID         PIC S9(5) COMP-3.
              10  WS-SK-DVZ        PIC S9(3) COMP.
              10  WS-SK-DATE       PIC 9(8).
              10  WS-SK-SEQ        PIC 9(3).
      *WS-DROP-AREA, geri yüklemede özeti en son silinen hesap + para
      *birimi + ayı taşır; aynı ayın her hareketi için özet yeniden
      *aranmaz.
       01  WS-DROP-AREA.
           05  WS-DROP-SW       PIC X(1).
              88 WS-DROP-DONE     VALUE 'Y'.
           05  WS-DROP-ID       PIC S9(5).
           05  WS-DROP-DVZ      PIC S9(3).
           05  WS-DROP-MONTH    PIC 9(6).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Saklama programının ana akışını gösterir: dosyalar açılır ve
      *mod belirlenir; saklama modunda MOVHIST baştan sona taranır,
      *geri yükleme modunda arşiv doğrulanıp dönem geri yazılır;
      *program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           IF WS-RESTORE-MODE
              PERFORM H400-VERIFY-ARCHIVE
              PERFORM H500-RESTORE UNTIL MVA-EOF
              IF WS-CNT-RESTORED = ZERO AND WS-CNT-ONLINE = ZERO
                 AND RETURN-CODE < 8
                 DISPLAY 'PBEG029 NO MOVEMENTS RESTORED FOR PERIOD '
                    WS-RST-PERIOD
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM H200-ARCHIVE UNTIL MVH-EOF
              IF WS-GRP-ACTIVE
                 PERFORM H250-WRITE-ROLLUP
              END-IF
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün, saklama süresinin,
      *kesim tarihinin ve çalışma modunun belirlenmesini sağlar.
      *RESTCARD açılabiliyorsa geri yükleme, açılamıyorsa saklama
      *modunda çalışılır; MOVARCH saklama modunda OUTPUT, geri
      *yükleme modunda INPUT açılır.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           MOVE 'N' TO WS-DROP-SW.
           MOVE 'N' TO WS-MVA-OPEN-SW.
           MOVE ZERO TO WS-ARCH-UPLIFT.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H150-SET-CUTOFF.
           PERFORM H120-READ-RESTORE-CARD.
           OPEN I-O MOVH-FILE.
           IF WS-RESTORE-MODE
              OPEN INPUT MVA-FILE
           ELSE
              OPEN OUTPUT MVA-FILE
           END-IF.
           PERFORM H110-OPEN-CONTROL.
           MOVE 'Y' TO WS-MVA-OPEN-SW.
           IF WS-ARCHIVE-MODE
              PERFORM H160-WRITE-ARCH-HEADER
              PERFORM H170-POSITION-HISTORY
           END-IF.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (MVH-ST NOT = 0) AND (MVH-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN MOVEMENT HISTORY FILE: ' MVH-ST
           MOVE MVH-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (MVA-ST NOT = 0) AND (MVA-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN MOVEMENT ARCHIVE: ' MVA-ST
           MOVE MVA-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Saklama modunda yalnızca RESTCARD açılamadığında çalışılır.
      *RESTCARD açılır ama kart taşımazsa (boş DD * ya da boş veri
      *kümesi) geri yükleme işinde kartın unutulduğu varsayılır;
      *saklama modu MOVARCH'ı OUTPUT açıp geri yüklenecek kuşağın
      *üzerine yazacağından program hiçbir dosyaya dokunulmadan
      *sonlandırılır. Kart varsa dönem ve kimlik sayısal, ay 01-12
      *olmalıdır; aksi halde de program aynı biçimde sonlandırılır.
       H120-READ-RESTORE-CARD.
           MOVE 'A' TO WS-MODE-SW.
           OPEN INPUT RST-FILE.
           IF RST-SUCCESS
              PERFORM H125-LOAD-RESTORE-CARD
              CLOSE RST-FILE
           END-IF.
       H120-END. EXIT.

       H125-LOAD-RESTORE-CARD.
           READ RST-FILE.
           IF RST-SUCCESS
              MOVE 'R' TO WS-MODE-SW
              IF RST-PERIOD NOT NUMERIC OR RST-ID NOT NUMERIC
                 DISPLAY 'PBEG029 RESTORE CARD NOT NUMERIC - '
                    'RUN ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE RST-PERIOD TO WS-RST-PERIOD
              MOVE RST-ID TO WS-RST-ID
              IF WS-RST-PERIOD(5:2) < '01'
                 OR WS-RST-PERIOD(5:2) > '12'
                 DISPLAY 'PBEG029 RESTORE PERIOD INVALID: '
                    WS-RST-PERIOD ' - RUN ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY 'PBEG029 RESTORE CARD EMPTY - RUN ABANDONED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       H125-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi, saklama süresi olarak varsayılan 24 ay
      *kullanılır. Eski düzenle kesilmiş RUNPARM üyelerinde
      *PARM-RETAIN-MONTHS sütunları boşluk taşıyabileceğinden
      *sayısallık denetlenir.
       H140-READ-RUNPARM.
           MOVE ZERO TO WS-RUN-DATE-OVERRIDE.
           MOVE 24 TO WS-RETAIN-MONTHS.
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
              IF PARM-RETAIN-MONTHS NUMERIC
                 AND PARM-RETAIN-MONTHS NOT = ZERO
                 MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
              END-IF
           END-IF.
       H141-END. EXIT.
      *Kesim tarihi ay sayısı aritmetiğiyle bulunur: iş gününün
      *ayından saklama süresi kadar geri gidilir ve o ayın ilk günü
      *alınır. Bu tarihten eski hareketler arşivlenir; kesimin ayı
      *ve sonrası çevrimiçi kalır.
       H150-SET-CUTOFF.
           COMPUTE WS-MONTHS = WS-BD-CCYY * 12 + WS-BD-MM - 1
                 - WS-RETAIN-MONTHS.
           DIVIDE WS-MONTHS BY 12 GIVING WS-CO-CCYY
              REMAINDER WS-MONTH-REM.
           COMPUTE WS-CO-MM = WS-MONTH-REM + 1.
           MOVE 01 TO WS-CO-DD.
       H150-END. EXIT.
      *Arşiv kuşağının başlık kaydını yazar; başlık yazılamazsa
      *hiçbir hareket silinmeden program sonlandırılır.
       H160-WRITE-ARCH-HEADER.
           MOVE SPACES TO MVA-REC.
           MOVE 'H' TO MVA-H-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO MVA-H-BUS-DATE.
           MOVE WS-CUTOFF-DATE TO MVA-H-CUTOFF.
           MOVE WS-RETAIN-MONTHS TO MVA-H-RETAIN.
           MOVE WS-RUN-TIMESTAMP TO MVA-H-RUN-TS.
           WRITE MVA-REC.
           IF NOT MVA-SUCCESS
              DISPLAY 'PBEG029 ARCHIVE HEADER WRITE FAILED: ' MVA-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H160-END. EXIT.
      *Hareket geçmişi ilk kayda konumlanır; dosya boşsa dosya sonu
      *gibi işlenir.
       H170-POSITION-HISTORY.
           MOVE ZERO TO MOVH-ID.
           MOVE ZERO TO MOVH-DVZ.
           MOVE ZERO TO MOVH-DATE.
           MOVE ZERO TO MOVH-SEQ.
           START MOVH-FILE KEY IS NOT LESS THAN MOVH-KEY
              INVALID KEY MOVE 10 TO MVH-ST
           END-START.
           IF MVH-SUCCESS
              READ MOVH-FILE NEXT RECORD
           END-IF.
       H170-END. EXIT.
      *Saklama modunda her hareket okunur. Okunan kayıt açık grubun
      *hesabına, para birimine ya da ayına ait değilse önce grubun
      *özeti yazılır. Kesimden eski ve özet olmayan hareket arşive
      *taşınır; diğer kayıtlar (kesim sonrası hareketler ve mevcut
      *özetler) olduğu gibi kalır.
       H200-ARCHIVE.
           ADD 1 TO WS-CNT-READ.
           IF WS-GRP-ACTIVE
              IF MOVH-ID NOT = WS-GRP-ID
                 OR MOVH-DVZ NOT = WS-GRP-DVZ
                 OR MOVH-MONTH NOT = WS-GRP-MONTH
                 PERFORM H240-BREAK-GROUP
              END-IF
           END-IF.
           IF MOVH-DATE < WS-CUTOFF-DATE AND NOT MOVH-ROLLUP
              PERFORM H210-ARCHIVE-MOVEMENT
           END-IF.
           READ MOVH-FILE NEXT RECORD.
       H200-END. EXIT.
      *Hareket önce arşive yazılır, sonra MOVHIST'ten silinir ve
      *grubun toplamlarına eklenir. Arşiv yazılamazsa ya da kayıt
      *silinemezse açık grubun özeti yazılarak program sonlandırılır
      *(arşive yazılamayan hareket çevrimiçi kalır).
       H210-ARCHIVE-MOVEMENT.
           MOVE SPACES TO MVA-REC.
           MOVE 'D' TO MVA-REC-TYPE.
           MOVE MOVH-ID TO MVA-ID.
           MOVE MOVH-DVZ TO MVA-DVZ.
           MOVE MOVH-DATE TO MVA-DATE.
           MOVE MOVH-SEQ TO MVA-SEQ.
           MOVE MOVH-BAL-BEFORE TO MVA-BAL-BEFORE.
           MOVE MOVH-UPLIFT TO MVA-UPLIFT.
           MOVE MOVH-BAL-AFTER TO MVA-BAL-AFTER.
           MOVE MOVH-RUN-TS TO MVA-RUN-TS.
           WRITE MVA-REC.
           IF NOT MVA-SUCCESS
              DISPLAY 'PBEG029 ARCHIVE WRITE FAILED FOR ID ' MOVH-ID
                 ' DVZ ' MOVH-DVZ ' STATUS ' MVA-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H290-ABANDON-ARCHIVE
           END-IF.
           ADD 1 TO WS-CNT-ARCHIVED.
           ADD MOVH-UPLIFT TO WS-ARCH-UPLIFT.
           DELETE MOVH-FILE RECORD
              INVALID KEY
                 DISPLAY 'PBEG029 DELETE FAILED FOR ID ' MOVH-ID
                    ' DVZ ' MOVH-DVZ ' STATUS ' MVH-ST
                 MOVE 16 TO RETURN-CODE
                 PERFORM H290-ABANDON-ARCHIVE
           END-DELETE.
           IF NOT WS-GRP-ACTIVE
              MOVE 'Y' TO WS-GRP-ACTIVE-SW
              MOVE MOVH-ID TO WS-GRP-ID
              MOVE MOVH-DVZ TO WS-GRP-DVZ
              MOVE MOVH-MONTH TO WS-GRP-MONTH
              MOVE MOVH-BAL-BEFORE TO WS-GRP-OPEN
              MOVE ZERO TO WS-GRP-UPLIFT
              MOVE ZERO TO WS-GRP-COUNT
           END-IF.
           ADD MOVH-UPLIFT TO WS-GRP-UPLIFT.
           MOVE MOVH-BAL-AFTER TO WS-GRP-CLOSE.
           ADD 1 TO WS-GRP-COUNT.
       H210-END. EXIT.
      *Grup kırılışı: okunan kaydın anahtarı saklanır, açık grubun
      *özeti yazılır (rastgele erişim dosya konumunu değiştirir) ve
      *okuma saklanan anahtardan yeniden başlatılarak aynı kayda
      *dönülür.
       H240-BREAK-GROUP.
           MOVE MOVH-KEY TO WS-SAVE-KEY.
           PERFORM H250-WRITE-ROLLUP.
           MOVE WS-SAVE-KEY TO MOVH-KEY.
           START MOVH-FILE KEY IS NOT LESS THAN MOVH-KEY
              INVALID KEY MOVE 10 TO MVH-ST
           END-START.
           IF MVH-SUCCESS
              READ MOVH-FILE NEXT RECORD
           END-IF.
           IF NOT MVH-SUCCESS
              DISPLAY 'PBEG029 UNABLE TO REPOSITION MOVHIST AT ID '
                 WS-SK-ID ' DVZ ' WS-SK-DVZ ' STATUS ' MVH-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H240-END. EXIT.
      *Açık grubun ay özeti yazılır. Aynı ay için özet zaten varsa
      *(ayın bir kısmı daha önce arşivlenmişse) hareket sayısı ve
      *toplam artış eklenir, açılış bakiyesi eski özetten korunur,
      *kapanış bakiyesi yeni grubun kapanışı olur.
       H250-WRITE-ROLLUP.
           MOVE SPACES TO MOVH-REC.
           MOVE WS-GRP-ID TO MOVH-ID.
           MOVE WS-GRP-DVZ TO MOVH-DVZ.
           MOVE WS-GRP-MONTH TO MOVH-MONTH.
           MOVE ZERO TO MOVH-DAY.
           MOVE ZERO TO MOVH-SEQ.
           MOVE WS-GRP-OPEN TO MOVH-BAL-BEFORE.
           MOVE WS-GRP-UPLIFT TO MOVH-UPLIFT.
           MOVE WS-GRP-CLOSE TO MOVH-BAL-AFTER.
           MOVE WS-GRP-COUNT TO MOVH-ROLL-COUNT.
           MOVE WS-BUSINESS-DATE TO MOVH-ROLL-DATE.
           WRITE MOVH-REC
              INVALID KEY PERFORM H255-MERGE-ROLLUP
              NOT INVALID KEY ADD 1 TO WS-CNT-ROLLUPS
           END-WRITE.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
       H250-END. EXIT.

       H255-MERGE-ROLLUP.
           READ MOVH-FILE KEY IS MOVH-KEY
              INVALID KEY MOVE 23 TO MVH-ST
           END-READ.
           IF MVH-SUCCESS
              ADD WS-GRP-COUNT TO MOVH-ROLL-COUNT
              ADD WS-GRP-UPLIFT TO MOVH-UPLIFT
              MOVE WS-GRP-CLOSE TO MOVH-BAL-AFTER
              MOVE WS-BUSINESS-DATE TO MOVH-ROLL-DATE
              REWRITE MOVH-REC
                 INVALID KEY MOVE 23 TO MVH-ST
              END-REWRITE
           END-IF.
           IF MVH-SUCCESS
              ADD 1 TO WS-CNT-MERGED
           ELSE
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG029 ROLL-UP WRITE FAILED FOR ID ' WS-GRP-ID
                 ' DVZ ' WS-GRP-DVZ ' MONTH ' WS-GRP-MONTH
                 ' STATUS ' MVH-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H255-END. EXIT.
      *Arşiv yazma ya da silme hatasında silinmiş hareketlerin özeti
      *kaybolmasın diye açık grubun özeti yazılır ve program
      *kapatılır.
       H290-ABANDON-ARCHIVE.
           IF WS-GRP-ACTIVE
              PERFORM H250-WRITE-ROLLUP
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       H290-END. EXIT.
      *Geri yüklemeden önce arşiv baştan sona okunup doğrulanır: ilk
      *kayıt başlık olmalı, kapanış kaydı bulunmalı ve kapanıştaki
      *hareket sayısı ile artış toplamı okunan satırlarla tutmalıdır.
      *Doğrulanamayan arşivden hiçbir şey yüklenmez. Doğrulamadan
      *sonra arşiv yeniden açılıp ilk satıra konumlanılır.
       H400-VERIFY-ARCHIVE.
           MOVE ZERO TO WS-ARCH-UPLIFT.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 'N' TO WS-AFTER-TRL-SW.
           READ MVA-FILE.
           IF NOT MVA-SUCCESS OR MVA-H-REC-TYPE NOT = 'H'
              DISPLAY 'PBEG029 MOVARCH IS NOT A MOVEMENT ARCHIVE - '
                 'RUN ABANDONED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY 'PBEG029 ARCHIVE OF ' MVA-H-BUS-DATE
              ' CUTOFF ' MVA-H-CUTOFF ' RETENTION ' MVA-H-RETAIN.
           READ MVA-FILE.
           PERFORM H410-VERIFY-RECORD UNTIL MVA-EOF.
           IF WS-AFTER-TRAILER
              DISPLAY 'PBEG029 MOVARCH HAS RECORDS AFTER THE TRAILER - '
                 'CONCATENATED GENERATIONS ARE NOT ALLOWED'
           END-IF.
           IF NOT WS-TRAILER-SEEN OR WS-AFTER-TRAILER
              OR WS-TRL-COUNT NOT = WS-CNT-ARCH-READ
              OR WS-TRL-UPLIFT NOT = WS-ARCH-UPLIFT
              DISPLAY 'PBEG029 ARCHIVE CONTROL TOTALS DO NOT AGREE - '
                 'RUN ABANDONED'
              DISPLAY 'ROWS READ ' WS-CNT-ARCH-READ
                 ' UPLIFT ' WS-ARCH-UPLIFT
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE MVA-FILE.
           OPEN INPUT MVA-FILE.
           IF NOT MVA-SUCCESS
              DISPLAY 'UNABLE TO REOPEN MOVEMENT ARCHIVE: ' MVA-ST
              MOVE 'N' TO WS-MVA-OPEN-SW
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MVA-FILE.
           READ MVA-FILE.
       H400-END. EXIT.
      *Kapanış kaydının toplamları saklanır ve bir kayıt daha
      *okunur: dosya kapanışta bitmelidir. Kapanıştan sonra gelen
      *satır (örn. JCL'de art arda bağlanmış ikinci kuşak) arşivi
      *geçersiz kılar.
       H410-VERIFY-RECORD.
           EVALUATE MVA-REC-TYPE
              WHEN 'D'
                 ADD 1 TO WS-CNT-ARCH-READ
                 ADD MVA-UPLIFT TO WS-ARCH-UPLIFT
                 READ MVA-FILE
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-SW
                 MOVE MVA-T-COUNT TO WS-TRL-COUNT
                 MOVE MVA-T-UPLIFT TO WS-TRL-UPLIFT
                 READ MVA-FILE
                 IF NOT MVA-EOF
                    MOVE 'Y' TO WS-AFTER-TRL-SW
                    MOVE 10 TO MVA-ST
                 END-IF
              WHEN OTHER
                 MOVE 10 TO MVA-ST
           END-EVALUATE.
       H410-END. EXIT.
      *Geri yükleme modunda arşivin her satırı okunur; dönemin (ve
      *kartta kimlik verildiyse o hesabın) hareketleri MOVHIST'e geri
      *yazılır. Kapanış kaydında okuma biter.
       H500-RESTORE.
           IF MVA-REC-TYPE = 'D'
              MOVE MVA-DATE TO WS-MVA-DATE
              IF WS-MVA-MONTH = WS-RST-PERIOD
                 AND (WS-RST-ID = ZERO OR MVA-ID = WS-RST-ID)
                 PERFORM H510-RESTORE-MOVEMENT
              END-IF
              READ MVA-FILE
           ELSE
              MOVE 10 TO MVA-ST
           END-IF.
       H500-END. EXIT.
      *Hesap + para birimi + ayın ilk geri yüklenen hareketinde o ayın
      *özeti silinir; hareket asıl anahtarıyla MOVHIST'e yazılır.
      *Anahtar zaten varsa (dönem daha önce geri yüklenmişse) kayıt
      *çevrimiçi sayılır.
       H510-RESTORE-MOVEMENT.
           IF NOT WS-DROP-DONE
              OR MVA-ID NOT = WS-DROP-ID
              OR MVA-DVZ NOT = WS-DROP-DVZ
              OR WS-MVA-MONTH NOT = WS-DROP-MONTH
              PERFORM H520-DROP-ROLLUP
           END-IF.
           MOVE SPACES TO MOVH-REC.
           MOVE MVA-ID TO MOVH-ID.
           MOVE MVA-DVZ TO MOVH-DVZ.
           MOVE MVA-DATE TO MOVH-DATE.
           MOVE MVA-SEQ TO MOVH-SEQ.
           MOVE MVA-BAL-BEFORE TO MOVH-BAL-BEFORE.
           MOVE MVA-UPLIFT TO MOVH-UPLIFT.
           MOVE MVA-BAL-AFTER TO MOVH-BAL-AFTER.
           MOVE MVA-RUN-TS TO MOVH-RUN-TS.
           WRITE MOVH-REC
              INVALID KEY PERFORM H530-RESTORE-FAILED
              NOT INVALID KEY ADD 1 TO WS-CNT-RESTORED
           END-WRITE.
       H510-END. EXIT.

       H520-DROP-ROLLUP.
           MOVE 'Y' TO WS-DROP-SW.
           MOVE MVA-ID TO WS-DROP-ID.
           MOVE MVA-DVZ TO WS-DROP-DVZ.
           MOVE WS-MVA-MONTH TO WS-DROP-MONTH.
           MOVE MVA-ID TO MOVH-ID.
           MOVE MVA-DVZ TO MOVH-DVZ.
           MOVE WS-MVA-MONTH TO MOVH-MONTH.
           MOVE ZERO TO MOVH-DAY.
           MOVE ZERO TO MOVH-SEQ.
           DELETE MOVH-FILE RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CNT-DROPPED
           END-DELETE.
       H520-END. EXIT.

       H530-RESTORE-FAILED.
           IF MVH-ST = 22
              ADD 1 TO WS-CNT-ONLINE
           ELSE
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG029 RESTORE FAILED FOR ID ' MVA-ID
                 ' DVZ ' MVA-DVZ ' DATE ' MVA-DATE ' STATUS ' MVH-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H530-END. EXIT.
      *Saklama modunda arşiv kuşağının kapanış kaydını kontrol
      *toplamlarıyla yazar.
       H900-WRITE-ARCH-TRAILER.
           MOVE SPACES TO MVA-REC.
           MOVE 'T' TO MVA-T-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO MVA-T-BUS-DATE.
           MOVE WS-CNT-ARCHIVED TO MVA-T-COUNT.
           MOVE WS-ARCH-UPLIFT TO MVA-T-UPLIFT.
           COMPUTE MVA-T-ROLLUPS = WS-CNT-ROLLUPS + WS-CNT-MERGED.
           WRITE MVA-REC.
           IF NOT MVA-SUCCESS
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG029 ARCHIVE TRAILER WRITE FAILED: ' MVA-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H900-END. EXIT.
      *Kapanışta arşiv kapanış kaydı yazılır, kontrol toplamları
      *gösterilir, çalışma-istatistik kaydı eklenir ve dosyalar
      *kapatılır.
       H999-PROGRAM-EXIT.
           IF WS-ARCHIVE-MODE AND WS-MVA-OPEN
              PERFORM H900-WRITE-ARCH-TRAILER
           END-IF.
           DISPLAY '=================================================='.
           IF WS-RESTORE-MODE
              DISPLAY 'PBEG029 MOVEMENT HISTORY RESTORE TOTALS'
              DISPLAY 'RESTORE PERIOD          : ' WS-RST-PERIOD
              DISPLAY 'RESTORE ACCOUNT (0=ALL) : ' WS-RST-ID
              DISPLAY 'ARCHIVE ROWS VERIFIED   : ' WS-CNT-ARCH-READ
              DISPLAY 'ARCHIVE UPLIFT TOTAL    : ' WS-ARCH-UPLIFT
              DISPLAY 'MOVEMENTS RESTORED      : ' WS-CNT-RESTORED
              DISPLAY 'ALREADY ONLINE          : ' WS-CNT-ONLINE
              DISPLAY 'ROLL-UPS REMOVED        : ' WS-CNT-DROPPED
           ELSE
              DISPLAY 'PBEG029 MOVEMENT HISTORY RETENTION TOTALS'
              DISPLAY 'RETENTION MONTHS        : ' WS-RETAIN-MONTHS
              DISPLAY 'CUTOFF DATE             : ' WS-CUTOFF-DATE
              DISPLAY 'HISTORY RECORDS READ    : ' WS-CNT-READ
              DISPLAY 'MOVEMENTS ARCHIVED      : ' WS-CNT-ARCHIVED
              DISPLAY 'ARCHIVED UPLIFT TOTAL   : ' WS-ARCH-UPLIFT
              DISPLAY 'ROLL-UPS WRITTEN        : ' WS-CNT-ROLLUPS
              DISPLAY 'ROLL-UPS MERGED         : ' WS-CNT-MERGED
           END-IF.
           DISPLAY 'ERRORS                  : ' WS-CNT-ERRORS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE MOVH-FILE.
           IF WS-MVA-OPEN
              CLOSE MVA-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Saklamada okunan = MOVHIST
      *kaydı, yazılan = arşivlenen hareket; geri yüklemede okunan =
      *arşiv satırı, yazılan = geri yüklenen hareket; reddedilen =
      *hata sayısıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG029' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           IF WS-RESTORE-MODE
              MOVE WS-CNT-ARCH-READ TO STAT-READ
              MOVE WS-CNT-RESTORED TO STAT-WRITTEN
           ELSE
              MOVE WS-CNT-READ TO STAT-READ
              MOVE WS-CNT-ARCHIVED TO STAT-WRITTEN
           END-IF.
           MOVE WS-CNT-ERRORS TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
