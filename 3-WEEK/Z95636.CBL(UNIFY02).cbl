       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  LOG-APPR-TS her LOG-FILE satırında sayısal
      *                  yazılıyor; onay zamanı sayısal olmayan talep
      *                  için sıfır yazılır.
      *2026-10-15  Y.O.  Kapanış sırası değişti: önce denetim satırı,
      *                  stopaj defteri, arşiv ve ekstre yazılıyor,
      *                  IDX-FILE kaydı ve tahakkuk kovası ancak
      *                  bunlar başarılıysa siliniyor. Yazılamayan
      *                  çıktıda hesap açık kalır, yazılmış denetim
      *                  satırı ve defter kaydı geri alınır, talep
      *                  REJECTED olarak kaydedilir (RC 12).
      *2026-10-11  Y.O.  Çift kontrol: talepler artık PBEG025 onay
      *                  programının MAINTAPR dosyasından okunuyor
      *                  (MAINTREC kopya kitaplığı). Her talep PENDMNT
      *                  dosyasında ikinci bir kullanıcı tarafından
      *                  onaylanmış ve değiştirilmemiş olmalı; uygulanan
      *                  talep PENDMNT'de işlendi durumuna alınır.
      *                  LOG-FILE talebi giren ve onaylayan kullanıcıyı
      *                  ve onay zamanını taşıyor.
      *2026-10-09  Y.O.  Kapanışta işlenen faizden de PBEG021'deki gibi
      *                  RATE-WHT-PCT stopajı kesiliyor (TAXEXMPT
      *                  listesindeki hesaplar muaf); bakiyeye net
      *                  tutar işlenir, stopaj TAXLEDG defterine
      *                  yazılır, arşiv ve ekstre stopajı gösterir.
      *2026-10-07  Y.O.  Hesap kapama talebi ('X') eklendi: kapanış
      *                  gününde ACCRFILE'daki bekleyen tahakkuk
      *                  bakiyeye işlenip son denetim satırı CLSAUDIT'e
      *                  yazılır, kapanan hesap son bakiye, kapanış
      *                  tarihi ve sebeple CLSARCH arşivine ve CLSSTMT
      *                  kapanış ekstresine yazılır, ardından IDX-FILE
      *                  kaydı ve tahakkuk kovası silinip kapanış
      *                  LOG-FILE'a kaydedilir.
      *2026-08-22  Y.O.  RATE-FILE kayıt düzeni RATEREC kopya
      *                  kitaplığından alınıyor (orantılı tahakkuk
      *                  alanlarıyla genişletilen düzen).
      * programıdır. Her bir talep, MAINT-FILE'dan sırayla okunur;
      * talep türüne göre IDX-FILE'a ekleme, değiştirme veya silme
      * uygulanır ve her işlemin önce/sonra değeri LOG-FILE'a yazılır.
      * Hesap kapama talebinde ('X') kapanış tarihi çalışmanın iş
      * günüdür: hesabın tahakkuk kovasında bekleyen faiz bakiyeye
      * eklenir, bu son hareket CLSAUDIT'e (AUDREC düzeni) yazılır,
      * hesap CLSARCH arşivine ve CLSSTMT ekstresine alınır, IDX-FILE
      * kaydı ve tahakkuk kovası silinir. Kapanışta işlenen faizden
      * para biriminin stopajı kesilir ve TAXLEDG defterine yazılır.
      * LOG-FILE'daki kapanış satırının önce-görüntüsü net faiz
      * işlenmiş son bakiyeyi taşır ki PBEG013 mutabakatı ve PBEG008
      * kurtarması kapanışı silme gibi işleyebilsin.
      * Talepler çift kontrollüdür: PBEG025, talebi giren kullanıcının
      * talebini onay bekleyen talepler dosyasına (PENDMNT) alır ve
      * ikinci bir kullanıcının onayladığı talepleri MAINTAPR dosyasına
      * yazar. Bu program yalnızca MAINTAPR'ı okur ve her talebi
      * düzenleme geçişinde PENDMNT'deki kaydıyla karşılaştırır: kayıt
      * bulunmalı, onaylanmış ve henüz işlenmemiş olmalı, onaylayan
      * talebi giren kullanıcı olmamalı ve talep onaylanan içerikle
      * aynı olmalı. Uygulama geçişinde ele alınan her onaylı talep
      * sonucuyla birlikte PENDMNT'de işlendi durumuna alınır.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT MAINT-FILE ASSIGN TO MAINTAPR
                           STATUS MNT-ST.
           SELECT PEND-FILE ASSIGN TO PENDMNT
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS PND-ST.
           SELECT LOG-FILE ASSIGN TO MAINTLOG
                           STATUS LOG-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS RATE-ST.
           SELECT EDIT-RPT-FILE ASSIGN TO EDITRPT
                           STATUS EDT-ST.
           SELECT ACCR-FILE ASSIGN TO ACCRFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ACCR-KEY
                           STATUS ACC-ST.
           SELECT AUDIT-FILE ASSIGN TO CLSAUDIT
                           STATUS AUD-ST.
           SELECT CLS-ARCH-FILE ASSIGN TO CLSARCH
                           STATUS ARC-ST.
           SELECT CLS-STMT-FILE ASSIGN TO CLSSTMT
                           STATUS STM-ST.
           SELECT EXEMPT-FILE ASSIGN TO TAXEXMPT
                           STATUS EXM-ST.
           SELECT TAX-FILE ASSIGN TO TAXLEDG
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY TAX-KEY
                           STATUS TAX-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
           05 IDX-SURNAME     PIC 9(15).
           05 IDX-DATE        PIC S9(7) COMP-3.
           05 IDX-BALLANCE    PIC S9(15) COMP-3.
      *MAINT-FILE, PBEG025'in onaylı talepler dosyasıdır (MAINTREC
      *kopya kitaplığı); MNT-ACTION 'A' = ekle, 'C' = değiştir, 'D' =
      *sil, 'X' = hesap kapama anlamına gelir. Kapama talebinde
      *ad/soyad alanlarının yerinde kapanış sebebi (MNT-CLOSE-REASON)
      *bulunur.
       FD  MAINT-FILE RECORDING MODE F.
           COPY MAINTREC.
      *PEND-FILE, onay bekleyen bakım talepleri dosyasıdır (PENDREC
      *kopya kitaplığı; PBEG025 ile ortak). Her talebin onayı buradan
      *doğrulanır ve uygulanan talep işlendi durumuna alınır.
       FD  PEND-FILE.
           COPY PENDREC.
      *LOG-FILE, her talebin sonucunu, ilgili IDX-FILE kaydının
      *önceki/sonraki değerlerini, talebi giren ve onaylayan
      *kullanıcıları ve onay zamanını taşır.
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           05 LOG-ACTION      PIC X(1).
              10 LOG-AI-SURNAME   PIC 9(15).
              10 LOG-AI-DATE      PIC S9(7).
              10 LOG-AI-BALLANCE  PIC S9(15).
           05 FILLER          PIC X              VALUE SPACE.
           05 LOG-MAKER-ID    PIC X(8).
           05 FILLER          PIC X              VALUE SPACE.
           05 LOG-CHECKER-ID  PIC X(8).
           05 FILLER          PIC X              VALUE SPACE.
           05 LOG-APPR-TS     PIC 9(14).
      *RATE-FILE, geçerli para birimlerinin listesi olarak kullanılır;
      *kayıt düzeni UNIFY01 programındaki tanımla aynıdır. Bir talebin
      *MNT-DVZ değeri bu dosyada yoksa talep düzenleme geçişinde
      *etkin iş günü için okunur.
       FD  RUNPARM-FILE RECORDING MODE F.
           COPY RUNPARM.
      *ACCR-FILE, PBEG005 ve PBEG007'nin gönderim modunda doldurduğu
      *hesap başına tahakkuk kovalarıdır (ACCRREC kopya kitaplığı);
      *kapanan hesabın bekleyen faizi buradan alınır ve kova silinir.
       FD  ACCR-FILE.
           COPY ACCRREC.
      *AUDIT-FILE, kapanışta bakiyeye işlenen son faizin denetim
      *dosyasıdır (AUDREC kopya kitaplığı); JCL bunu günün diğer
      *denetim dosyalarıyla birlikte PBEG013 mutabakatına ve PBEG018
      *hareket geçmişine verir.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDREC.
      *CLS-ARCH-FILE, kapanan hesapların kalıcı arşividir; her
      *çalışma dosyanın sonuna ekler. CLS-CAPITAL brüt faiz, CLS-TAX
      *kesilen stopajdır; son bakiye net faizi içerir. Kapanış tarihi
      *CCYYAAGG biçimindedir.
       FD  CLS-ARCH-FILE RECORDING MODE F.
       01  CLS-REC.
           05 CLS-ID           PIC 9(5).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-DVZ          PIC 9(3).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-LABEL        PIC X(3).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-NAME         PIC X(15).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-SURNAME      PIC 9(15).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-BAL-BEFORE   PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-CAPITAL      PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-TAX          PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-FINAL-BAL    PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-CLOSE-DATE   PIC 9(8).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-REASON       PIC X(30).
           05 FILLER           PIC X              VALUE SPACE.
           05 CLS-RUN-TS       PIC 9(14).
      *CLS-STMT-FILE, kapanan her hesap için müşteriye verilen kapanış
      *ekstresidir; başlık, anahtar ve tutar satırları aynı alanı
      *REDEFINES eder.
       FD  CLS-STMT-FILE RECORDING MODE F.
       01  STM-DETAIL-LINE.
           05 STM-LABEL        PIC X(24).
           05 STM-TEXT         PIC X(30).
           05 FILLER           PIC X(26).
       01  STM-HEADING-LINE REDEFINES STM-DETAIL-LINE.
           05 SH-TITLE         PIC X(34).
           05 SH-DATE-LIT      PIC X(10).
           05 SH-DATE          PIC 9(8).
           05 FILLER           PIC X(28).
       01  STM-KEY-LINE REDEFINES STM-DETAIL-LINE.
           05 SK-ID-LIT        PIC X(12).
           05 SK-ID            PIC 9(5).
           05 SK-DVZ-LIT       PIC X(12).
           05 SK-LABEL         PIC X(3).
           05 SK-DATE-LIT      PIC X(16).
           05 SK-DATE          PIC 9(8).
           05 FILLER           PIC X(24).
       01  STM-AMOUNT-LINE REDEFINES STM-DETAIL-LINE.
           05 SA-LABEL         PIC X(24).
           05 SA-AMOUNT        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(40).
      *EXEMPT-FILE, stopajdan muaf hesapların listesidir (PBEG021 ile
      *ortak TAXEXMPT; kimlik + para birimi); isteğe bağlıdır,
      *bulunamazsa muaf hesap yoktur.
       FD  EXEMPT-FILE RECORDING MODE F.
       01  EXM-REC.
           05 EXM-ID           PIC 9(5).
           05 FILLER           PIC X.
           05 EXM-DVZ          PIC 9(3).
           05 FILLER           PIC X.
           05 EXM-REF          PIC X(20).
           05 FILLER           PIC X(50).
      *TAX-FILE, hesap + para birimi + ay anahtarlı stopaj defteridir
      *(TAXREC kopya kitaplığı); PBEG021 ile ortaktır.
       FD  TAX-FILE.
           COPY TAXREC.
      *STATS-FILE, her çalışmanın sonunda eklenen standart çalışma-
      *istatistik kaydını taşır (RUNSTAT kopya kitaplığı); PBEG009
      *gece sonu özet raporu bu dosyadan beslenir.
           05  WS-LY-REM400       PIC 9(3).
           05  WS-LEAP-SW         PIC X(1).
              88 WS-IS-LEAP       VALUE 'Y'.
           05  WS-CNT-CLOSED      PIC 9(7) VALUE ZERO.
           05  WS-ACCR-FOUND-SW   PIC X(1).
              88 WS-ACCR-FOUND    VALUE 'Y'.
           05  WS-CLS-BAL-BEFORE  PIC S9(15).
           05  WS-CLS-CAPITAL     PIC S9(15).
           05  WS-CLS-FINAL-BAL   PIC S9(15).
           05  WS-CLS-TAX         PIC S9(15).
           05  WS-EXEMPT-SW       PIC X(1).
              88 WS-EXEMPT        VALUE 'Y'.
           05  WS-BUSINESS-MONTH  PIC 9(6).
           05  WS-PND-FOUND-SW    PIC X(1).
              88 WS-PND-FOUND     VALUE 'Y'.
           05  WS-UNAPPROVED-SW   PIC X(1).
              88 WS-UNAPPROVED    VALUE 'Y'.
           05  WS-LOG-RESULT      PIC X(20).
           05  WS-CNT-NOT-APPROVED PIC 9(7) VALUE ZERO.
           05  WS-CNT-MARKED      PIC 9(7) VALUE ZERO.
           05  WS-CLS-OK-SW       PIC X(1).
              88 WS-CLS-OK        VALUE 'Y'.
           05  WS-CLS-AUD-SW      PIC X(1).
              88 WS-CLS-AUD-DONE  VALUE 'Y'.
           05  WS-CLS-TAX-SW      PIC X(1).
              88 WS-CLS-TAX-NEW   VALUE 'A'.
              88 WS-CLS-TAX-MERGED VALUE 'M'.
           05  WS-CLS-OLD-CAP-DATE PIC 9(8).
           05  WS-CLS-OLD-RUN-TS  PIC 9(14).
         03  PROGRAM-ST.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
           05 ACC-ST         PIC 99.
              88 ACC-SUCCESS             VALUE 00 97.
           05 AUD-ST         PIC 99.
              88 AUD-SUCCESS             VALUE 00 97.
           05 ARC-ST         PIC 99.
              88 ARC-SUCCESS             VALUE 00 97.
           05 STM-ST         PIC 99.
              88 STM-SUCCESS             VALUE 00 97.
           05 EXM-ST         PIC 99.
              88 EXM-SUCCESS             VALUE 00 97.
              88 EXM-EOF                 VALUE 10.
           05 TAX-ST         PIC 99.
              88 TAX-SUCCESS             VALUE 00 97.
           05 PND-ST         PIC 99.
              88 PND-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen geçerli para
      *birimlerini taşır (UNIFY01'deki yükleme düzeninin aynısıdır;
      *burada varlık denetimi ve kapanış denetim satırının para birimi
      *etiketi için kullanılır).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
              10  WS-RT-WHT-PCT    PIC S9(3)V9(4).
      *WS-EXM-TABLE, TAXEXMPT listesinden uygulama geçişinde yüklenen
      *stopajdan muaf hesapları taşır (UNIFY17'deki düzenin aynısıdır).
       01  WS-EXM-TABLE.
           05  WS-EXM-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-EXM-IDX       PIC 9(4).
           05  WS-EXM-ENTRY OCCURS 1000 TIMES.
              10  WS-EX-ID         PIC S9(5).
              10  WS-EX-DVZ        PIC S9(3).
      *WS-KEY-TABLE, deste içinde o ana kadar kabul edilen talep
      *anahtarlarını (ID + para birimi) taşır; aynı anahtarın ikinci
      *kez gelmesi yinelenen anahtar olarak reddedilir. Tablo her iki
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
           OPEN INPUT   MAINT-FILE.
           OPEN INPUT   RATE-FILE.
           OPEN OUTPUT  EDIT-RPT-FILE.
           OPEN I-O     PEND-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H105-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-KEY-COUNT.
           MOVE EDT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PENDING REQUESTS FILE: ' PND-ST
           MOVE PND-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi kullanılır. Bulunursa gece işlerinin hepsi aynı
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-DVZ TO WS-RT-DVZ(WS-RATE-COUNT).
           MOVE RATE-LABEL TO WS-RT-LABEL(WS-RATE-COUNT).
           MOVE RATE-WHT-PCT TO WS-RT-WHT-PCT(WS-RATE-COUNT).
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *Düzenleme geçişinde her talep doğrulanır; geçmeyen talepler
              ADD 1 TO WS-CNT-EDIT-REJ
              PERFORM H155-WRITE-EDIT-DETAIL
           END-IF.
           IF WS-UNAPPROVED
              ADD 1 TO WS-CNT-NOT-APPROVED
           END-IF.
           READ MAINT-FILE.
       H150-END. EXIT.

              CLOSE MAINT-FILE
              CLOSE RATE-FILE
              CLOSE EDIT-RPT-FILE
              CLOSE PEND-FILE
              STOP RUN
           END-IF.
       H180-END. EXIT.
      *Uygulama geçişi için MAINT-FILE baştan açılır, IDX-FILE ve
      *LOG-FILE açılır; anahtar tablosu sıfırlanır ki yinelenen
      *anahtar kararları düzenleme geçişiyle aynı olsun. Hesap kapama
      *dosyaları da burada açılır; kapanış arşivi her çalışmada
      *sonuna eklenir, ilk çalışmada henüz yoksa OUTPUT ile oluşturulur.
      *Stopaj defteri ve muaf hesap listesi de burada hazırlanır.
       H190-OPEN-APPLY-FILES.
           CLOSE MAINT-FILE.
           OPEN INPUT   MAINT-FILE.
           OPEN I-O     IDX-FILE.
           OPEN OUTPUT  LOG-FILE.
           OPEN OUTPUT  AUDIT-FILE.
           OPEN OUTPUT  CLS-STMT-FILE.
           OPEN EXTEND  CLS-ARCH-FILE.
           IF NOT ARC-SUCCESS
              OPEN OUTPUT CLS-ARCH-FILE
           END-IF.
           PERFORM H195-APPLY-OPEN-CONTROL.
           PERFORM H197-OPEN-ACCRUAL.
           PERFORM H199-OPEN-LEDGER.
           PERFORM H115-LOAD-EXEMPT-LIST.
           PERFORM H198-WRITE-STMT-HEADING.
           MOVE ZERO TO WS-KEY-COUNT.
           READ MAINT-FILE.
       H190-END. EXIT.
           MOVE LOG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CLOSING AUDIT FILE: ' AUD-ST
           MOVE AUD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (STM-ST NOT = 0) AND (STM-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CLOSING STATEMENT FILE: ' STM-ST
           MOVE STM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CLOSED ACCOUNTS ARCHIVE: ' ARC-ST
           MOVE ARC-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H195-END. EXIT.
      *Tahakkuk kovası dosyası henüz hiç oluşturulmamışsa (gönderim
      *modu hiç çalışmamıştır) boş olarak oluşturulur ve I-O açılır
      *(UNIFY01'deki H120-OPEN-ACCRUAL düzeninin aynısıdır).
       H197-OPEN-ACCRUAL.
           OPEN I-O ACCR-FILE.
           IF NOT ACC-SUCCESS
              OPEN OUTPUT ACCR-FILE
              CLOSE ACCR-FILE
              OPEN I-O ACCR-FILE
           END-IF.
           IF (ACC-ST NOT = 0) AND (ACC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN ACCRUAL FILE: ' ACC-ST
              MOVE ACC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H197-END. EXIT.

      *Stopaj defteri henüz hiç oluşturulmamışsa boş olarak
      *oluşturulur ve I-O açılır (UNIFY17'deki H120-OPEN-LEDGER
      *düzeninin aynısıdır).
       H199-OPEN-LEDGER.
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
       H199-END. EXIT.
      *TAXEXMPT listesi baştan sona okunarak WS-EXM-TABLE'a yüklenir;
      *liste isteğe bağlıdır, bulunamazsa muaf hesap yoktur.
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
      *hesap varsa program anlaşılır bir mesajla sonlandırılır.
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

       H198-WRITE-STMT-HEADING.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'PBEG006 ACCOUNT CLOSING STATEMENTS' TO SH-TITLE.
           MOVE 'RUN DATE:' TO SH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO SH-DATE.
           WRITE STM-DETAIL-LINE.
       H198-END. EXIT.
      *Uygulama geçişinde her talep aynı düzenlemelerden yeniden
      *geçirilir; geçenler MNT-ACTION alanına göre ekleme, değiştirme
      *veya silme paragrafına dağıtılır, geçmeyenler LOG-FILE'a
      *REJECTED BY EDIT sonucuyla yazılıp atlanır. PENDMNT'de onaylı
      *kaydı bulunan talep, sonucu ne olursa olsun işlendi durumuna
      *alınır ki ertesi gün yeniden çıkarılmasın.
       H200-PROCESS.
           PERFORM H220-VALIDATE-REQUEST.
           IF WS-EDIT-OK
                 WHEN 'A' PERFORM H300-ADD-RECORD
                 WHEN 'C' PERFORM H400-CHANGE-RECORD
                 WHEN 'D' PERFORM H500-DELETE-RECORD
                 WHEN 'X' PERFORM H700-CLOSE-ACCOUNT
              END-EVALUATE
           ELSE
              PERFORM H610-LOG-EDIT-REJECT
           END-IF.
           IF WS-PND-FOUND
              PERFORM H620-MARK-PENDING-DONE
           END-IF.
           READ MAINT-FILE.
       H200-END. EXIT.
      *Bir talebi IDX-FILE'a dokunmadan düzenler: işlem kodu tanımlı
      *edilir, sonrakiler reddedilir). Silme talepleri yalnızca işlem
      *kodu ve anahtar düzenlemelerinden geçer; eski (RATE-FILE'dan
      *kaldırılmış) para birimli kayıtlar da silinebilsin diye para
      *birimi varlığı silmede aranmaz. Kapama talebinde para birimi
      *aranır (son denetim satırı etiketini buradan alır) ve kapanış
      *sebebi boş olamaz; tarih ve bakiye alanları kullanılmaz. Her
      *talebin çift kontrol onayı anahtar düzenlemelerinden sonra
      *PENDMNT'den doğrulanır.
       H220-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE 'N' TO WS-PND-FOUND-SW.
           MOVE 'N' TO WS-UNAPPROVED-SW.
           IF MNT-ACTION NOT = 'A' AND MNT-ACTION NOT = 'C'
              AND MNT-ACTION NOT = 'D' AND MNT-ACTION NOT = 'X'
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
           END-IF.
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'NON-NUMERIC CURRENCY' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              PERFORM H260-CHECK-APPROVAL
           END-IF.
           IF WS-EDIT-OK AND MNT-ACTION NOT = 'D'
              PERFORM H230-CHECK-CURRENCY
           END-IF.
           IF WS-EDIT-OK AND MNT-ACTION NOT = 'D'
              AND MNT-ACTION NOT = 'X'
              PERFORM H240-CHECK-DATE
           END-IF.
           IF WS-EDIT-OK AND MNT-ACTION = 'X'
              AND MNT-CLOSE-REASON = SPACES
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'MISSING CLOSING REASON' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-OK AND MNT-ACTION NOT = 'D'
              AND MNT-ACTION NOT = 'X'
              IF MNT-BALLANCE NOT NUMERIC
                 MOVE 'N' TO WS-EDIT-OK-SW
                 MOVE 'NON-NUMERIC BALANCE' TO WS-EDIT-REASON
              ADD 1 TO WS-KEY-IDX
           END-IF.
       H255-END. EXIT.
      *Çift kontrol: talebi giren ve onaylayan kullanıcı dolu ve
      *farklı olmalı; talebin PENDMNT kaydı bulunmalı, onaylanmış
      *(işlenmemiş) olmalı ve kayıttaki içerik, kullanıcılar ve onay
      *zamanı talepteki değerlerle aynı olmalı. Onaylı kayıt
      *bulunduğunda WS-PND-FOUND işaretlenir; talebin sonucu uygulama
      *geçişinde bu kayda yazılır.
       H260-CHECK-APPROVAL.
           IF MNT-MAKER-ID = SPACES OR MNT-CHECKER-ID = SPACES
              OR MNT-CHECKER-ID = MNT-MAKER-ID
              OR MNT-PEND-KEY NOT NUMERIC
              MOVE 'N' TO WS-EDIT-OK-SW
              MOVE 'NO DUAL-CONTROL APPROVAL' TO WS-EDIT-REASON
           ELSE
              MOVE MNT-PEND-DATE TO PND-SUBMIT-DATE
              MOVE MNT-PEND-SEQ TO PND-SEQ
              READ PEND-FILE KEY IS PND-KEY
                 INVALID KEY PERFORM H261-APPROVAL-NOTFOUND
                 NOT INVALID KEY PERFORM H262-COMPARE-APPROVAL
              END-READ
           END-IF.
           IF NOT WS-EDIT-OK
              MOVE 'Y' TO WS-UNAPPROVED-SW
           END-IF.
       H260-END. EXIT.

       H261-APPROVAL-NOTFOUND.
           MOVE 'N' TO WS-EDIT-OK-SW.
           MOVE 'NOT IN PENDING-APPROVAL FILE' TO WS-EDIT-REASON.
       H261-END. EXIT.

       H262-COMPARE-APPROVAL.
           IF NOT PND-APPROVED
              MOVE 'N' TO WS-EDIT-OK-SW
              IF PND-DONE
                 MOVE 'REQUEST ALREADY APPLIED' TO WS-EDIT-REASON
              ELSE
                 MOVE 'REQUEST NOT APPROVED' TO WS-EDIT-REASON
              END-IF
           ELSE
              IF PND-DATA NOT = MAINT-REC(1:61)
                 OR PND-MAKER-ID NOT = MNT-MAKER-ID
                 OR PND-CHECKER-ID NOT = MNT-CHECKER-ID
                 OR PND-DECISION-TS NOT = MNT-APPR-TS
                 MOVE 'N' TO WS-EDIT-OK-SW
                 MOVE 'DIFFERS FROM APPROVED REQUEST' TO WS-EDIT-REASON
              ELSE
                 MOVE 'Y' TO WS-PND-FOUND-SW
              END-IF
           END-IF.
       H262-END. EXIT.
      *IDX-FILE'a yeni bir kayıt ekler. Anahtar zaten varsa işlem
      *hatalı sayılır ve önceki değer değişmeden LOG-FILE'a yazılır.
       H300-ADD-RECORD.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM H900-WRITE-LOG.
       H540-END. EXIT.
      *Hesabı kapatır. Kayıt okunur; hesabın tahakkuk kovasında
      *bekleyen faiz varsa stopajı kesilip net tutar bakiyeye
      *eklenerek son bakiye bulunur.
      *Önce-görüntüsü kapanış gününün CCYYDDD tarihini ve faiz
      *işlenmiş son bakiyeyi taşır; bu, kaydın silinmeden hemen
      *önceki halidir ve PBEG013 kapanışı bu bakiyeyi düşerek
      *mutabakata alır (işlenen faiz CLSAUDIT satırıyla girer).
       H700-CLOSE-ACCOUNT.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H710-CLOSE-NOTFOUND
              NOT INVALID KEY PERFORM H720-CLOSE-APPLY.
       H700-END. EXIT.

       H710-CLOSE-NOTFOUND.
           ADD 1 TO WS-CNT-ERRORS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM H900-WRITE-LOG.
       H710-END. EXIT.

       H720-CLOSE-APPLY.
           MOVE IDX-BALLANCE TO WS-CLS-BAL-BEFORE.
           MOVE ZERO TO WS-CLS-CAPITAL.
           MOVE 'N' TO WS-ACCR-FOUND-SW.
           MOVE IDX-ID TO ACCR-ID.
           MOVE IDX-DVZ TO ACCR-DVZ.
           READ ACCR-FILE KEY IS ACCR-KEY
              INVALID KEY MOVE 'N' TO WS-ACCR-FOUND-SW
              NOT INVALID KEY PERFORM H725-TAKE-ACCRUAL.
           PERFORM H727-COMPUTE-TAX.
           COMPUTE WS-CLS-FINAL-BAL = WS-CLS-BAL-BEFORE
                   + WS-CLS-CAPITAL - WS-CLS-TAX.
           MOVE IDX-NAME TO WS-BI-NAME.
           MOVE IDX-SURNAME TO WS-BI-SURNAME.
           COMPUTE WS-BI-DATE = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
           MOVE WS-CLS-FINAL-BAL TO WS-BI-BALLANCE.
           MOVE 'Y' TO WS-CLS-OK-SW.
           MOVE 'N' TO WS-CLS-AUD-SW.
           MOVE 'N' TO WS-CLS-TAX-SW.
           PERFORM H760-WRITE-CLOSE-AUDIT.
           IF WS-CLS-OK AND WS-CLS-CAPITAL NOT = ZERO
              PERFORM H765-RECORD-TAX
           END-IF.
           IF WS-CLS-OK
              PERFORM H770-WRITE-ARCHIVE
           END-IF.
           IF WS-CLS-OK
              PERFORM H780-WRITE-STATEMENT
           END-IF.
           IF WS-CLS-OK
              DELETE IDX-FILE RECORD
                 INVALID KEY PERFORM H732-DELETE-FAILED
              END-DELETE
           END-IF.
           IF WS-CLS-OK
              PERFORM H740-CLOSE-OK
           ELSE
              PERFORM H735-BACK-OUT-CLOSE
              PERFORM H730-CLOSE-FAILED
           END-IF.
       H720-END. EXIT.

       H725-TAKE-ACCRUAL.
           MOVE 'Y' TO WS-ACCR-FOUND-SW.
           MOVE ACCR-AMOUNT TO WS-CLS-CAPITAL.
       H725-END. EXIT.
      *Kapanışta işlenen brüt faizin stopajı PBEG021'deki kuralla
      *hesaplanır: hesap muaf değilse pozitif brüt faizin para
      *biriminin RATE-WHT-PCT yüzdesi kesilir. Para birimi
      *düzenlemede kur tablosunda bulunmuştur (WS-RATE-IDX).
       H727-COMPUTE-TAX.
           MOVE ZERO TO WS-CLS-TAX.
           MOVE 'N' TO WS-EXEMPT-SW.
           MOVE 1 TO WS-EXM-IDX.
           PERFORM H728-SEARCH-EXEMPT-TABLE
              UNTIL WS-EXEMPT OR (WS-EXM-IDX > WS-EXM-COUNT).
           IF NOT WS-EXEMPT AND WS-CLS-CAPITAL > ZERO
              COMPUTE WS-CLS-TAX ROUNDED = WS-CLS-CAPITAL
                      * WS-RT-WHT-PCT(WS-RATE-IDX) / 100
           END-IF.
       H727-END. EXIT.

       H728-SEARCH-EXEMPT-TABLE.
           IF MNT-ID = WS-EX-ID(WS-EXM-IDX)
              AND MNT-DVZ = WS-EX-DVZ(WS-EXM-IDX)
              MOVE 'Y' TO WS-EXEMPT-SW
           ELSE
              ADD 1 TO WS-EXM-IDX
           END-IF.
       H728-END. EXIT.
      *Kapanış çıktılarından biri yazılamaz ya da kayıt silinemezse
      *hesap açık kalır; talep LOG-FILE'a REJECTED sonucuyla yazılır.
       H730-CLOSE-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM H900-WRITE-LOG.
       H730-END. EXIT.

       H732-DELETE-FAILED.
           MOVE 'N' TO WS-CLS-OK-SW.
           DISPLAY 'PBEG006 CLOSE DELETE FAILED FOR ID '
              MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' IDX-ST.
       H732-END. EXIT.
      *Hesap açık kaldığında yazılmış kapanış denetim satırı ters
      *kayıtla, stopaj defteri kaydı da silinerek ya da eklenen
      *tutarlar düşülerek geri alınır; böylece PBEG021 faizi bir
      *sonraki kapitalizasyonda iki kez saymaz. Yazılmış arşiv ve
      *ekstre satırları sıralı dosyada geri alınamaz, operatör LOG
      *dosyasındaki REJECTED kaydına göre onları ayıklar. Geri alma
      *da başarısız olursa RC 16 ile elle düzeltme istenir.
       H735-BACK-OUT-CLOSE.
           IF WS-CLS-AUD-DONE
              MOVE SPACES TO AUD-REC
              MOVE MNT-ID TO AUD-ID
              MOVE WS-RT-LABEL(WS-RATE-IDX) TO AUD-DVZ
              MOVE WS-CLS-FINAL-BAL TO AUD-BAL-BEFORE
              COMPUTE AUD-UPLIFT = WS-CLS-TAX - WS-CLS-CAPITAL
              MOVE WS-CLS-BAL-BEFORE TO AUD-BAL-AFTER
              MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TS
              WRITE AUD-REC
              IF NOT AUD-SUCCESS
                 PERFORM H738-BACK-OUT-FAILED
              END-IF
           END-IF.
           IF WS-CLS-TAX-NEW OR WS-CLS-TAX-MERGED
              MOVE MNT-ID TO TAX-ID
              MOVE MNT-DVZ TO TAX-DVZ
              MOVE WS-BUSINESS-MONTH TO TAX-MONTH
              READ TAX-FILE KEY IS TAX-KEY
                 INVALID KEY PERFORM H738-BACK-OUT-FAILED
                 NOT INVALID KEY PERFORM H736-BACK-OUT-TAX
              END-READ
           END-IF.
       H735-END. EXIT.

       H736-BACK-OUT-TAX.
           IF WS-CLS-TAX-NEW
              DELETE TAX-FILE RECORD
                 INVALID KEY PERFORM H738-BACK-OUT-FAILED
              END-DELETE
           ELSE
              SUBTRACT WS-CLS-CAPITAL FROM TAX-GROSS
              SUBTRACT WS-CLS-TAX FROM TAX-AMOUNT
              COMPUTE TAX-NET = TAX-GROSS - TAX-AMOUNT
              MOVE WS-CLS-OLD-CAP-DATE TO TAX-CAP-DATE
              MOVE WS-CLS-OLD-RUN-TS TO TAX-RUN-TS
              REWRITE TAX-REC
                 INVALID KEY PERFORM H738-BACK-OUT-FAILED
              END-REWRITE
           END-IF.
       H736-END. EXIT.

       H738-BACK-OUT-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG006 CLOSE BACK-OUT FAILED FOR ID '
              MNT-ID ' DVZ ' MNT-DVZ ' AUDIT ' AUD-ST
              ' LEDGER ' TAX-ST ' - MANUAL REPAIR REQUIRED'.
           MOVE 16 TO RETURN-CODE.
       H738-END. EXIT.
      *Kapanış çıktıları yazılıp kayıt silindikten sonra tahakkuk
      *kovası silinir; kapanış LOG-FILE'a APPLIED sonucuyla
      *kaydedilir.
       H740-CLOSE-OK.
           ADD 1 TO WS-CNT-CLOSED.
           IF WS-ACCR-FOUND
              PERFORM H750-REMOVE-BUCKET
           END-IF.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM H900-WRITE-LOG.
       H740-END. EXIT.
      *Kova silinemezse faizi bakiyeye işlenmiş sahipsiz bir kova
      *kalır; PBEG021 bir sonraki ay onu hesapsız kova olarak
      *gösterir. Operatör kovayı elle silmelidir.
       H750-REMOVE-BUCKET.
           DELETE ACCR-FILE RECORD
              INVALID KEY PERFORM H755-BUCKET-FAILED.
       H750-END. EXIT.

       H755-BUCKET-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG006 ACCRUAL BUCKET DELETE FAILED FOR ID '
              MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' ACC-ST
              ' - REMOVE BUCKET MANUALLY'.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H755-END. EXIT.
      *Kapanışın son hareketi denetim dosyasına yazılır: önce =
      *kapanış öncesi bakiye, artış = işlenen net faiz (sıfır
      *olabilir), sonra = son bakiye. Para birimi etiketi
      *düzenlemede bulunan kur tablosu girişinden alınır.
       H760-WRITE-CLOSE-AUDIT.
           MOVE SPACES TO AUD-REC.
           MOVE MNT-ID TO AUD-ID.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO AUD-DVZ.
           MOVE WS-CLS-BAL-BEFORE TO AUD-BAL-BEFORE.
           COMPUTE AUD-UPLIFT = WS-CLS-CAPITAL - WS-CLS-TAX.
           MOVE WS-CLS-FINAL-BAL TO AUD-BAL-AFTER.
           MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TS.
           WRITE AUD-REC.
           IF NOT AUD-SUCCESS
              MOVE 'N' TO WS-CLS-OK-SW
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG006 CLOSE AUDIT WRITE FAILED FOR ID '
                 MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' AUD-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'Y' TO WS-CLS-AUD-SW
           END-IF.
       H760-END. EXIT.

      *Kapanışta işlenen faiz, PBEG021'in ay sonu kayıtlarıyla aynı
      *biçimde TAXLEDG defterine yazılır. Hesabın bu ay için defter
      *kaydı zaten varsa (aynı ay içinde kapitalize edilmiş hesap)
      *kapanış tutarları o kayda eklenir.
       H765-RECORD-TAX.
           MOVE MNT-ID TO TAX-ID.
           MOVE MNT-DVZ TO TAX-DVZ.
           MOVE WS-BUSINESS-MONTH TO TAX-MONTH.
           READ TAX-FILE KEY IS TAX-KEY
              INVALID KEY PERFORM H766-NEW-TAX-ROW
              NOT INVALID KEY PERFORM H767-ADD-TAX-ROW.
       H765-END. EXIT.

       H766-NEW-TAX-ROW.
           MOVE MNT-ID TO TAX-ID.
           MOVE MNT-DVZ TO TAX-DVZ.
           MOVE WS-BUSINESS-MONTH TO TAX-MONTH.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO TAX-LABEL.
           MOVE WS-EXEMPT-SW TO TAX-EXEMPT.
           MOVE WS-CLS-CAPITAL TO TAX-GROSS.
           IF WS-EXEMPT
              MOVE ZERO TO TAX-WHT-PCT
           ELSE
              MOVE WS-RT-WHT-PCT(WS-RATE-IDX) TO TAX-WHT-PCT
           END-IF.
           MOVE WS-CLS-TAX TO TAX-AMOUNT.
           COMPUTE TAX-NET = WS-CLS-CAPITAL - WS-CLS-TAX.
           MOVE WS-BUSINESS-DATE TO TAX-CAP-DATE.
           MOVE WS-RUN-TIMESTAMP TO TAX-RUN-TS.
           WRITE TAX-REC
              INVALID KEY PERFORM H768-LEDGER-FAILED
              NOT INVALID KEY MOVE 'A' TO WS-CLS-TAX-SW.
       H766-END. EXIT.

       H767-ADD-TAX-ROW.
           MOVE TAX-CAP-DATE TO WS-CLS-OLD-CAP-DATE.
           MOVE TAX-RUN-TS TO WS-CLS-OLD-RUN-TS.
           ADD WS-CLS-CAPITAL TO TAX-GROSS.
           ADD WS-CLS-TAX TO TAX-AMOUNT.
           COMPUTE TAX-NET = TAX-GROSS - TAX-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TAX-CAP-DATE.
           MOVE WS-RUN-TIMESTAMP TO TAX-RUN-TS.
           REWRITE TAX-REC
              INVALID KEY PERFORM H768-LEDGER-FAILED
              NOT INVALID KEY MOVE 'M' TO WS-CLS-TAX-SW.
       H767-END. EXIT.
      *Defter yazılamazsa kapanış yapılmaz; hesap açık kalır ve
      *yazılmış denetim satırı H735'te geri alınır.
       H768-LEDGER-FAILED.
           MOVE 'N' TO WS-CLS-OK-SW.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG006 TAX LEDGER WRITE FAILED FOR ID '
              MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' TAX-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H768-END. EXIT.

       H770-WRITE-ARCHIVE.
           MOVE SPACES TO CLS-REC.
           MOVE MNT-ID TO CLS-ID.
           MOVE MNT-DVZ TO CLS-DVZ.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO CLS-LABEL.
           MOVE WS-BI-NAME TO CLS-NAME.
           MOVE WS-BI-SURNAME TO CLS-SURNAME.
           MOVE WS-CLS-BAL-BEFORE TO CLS-BAL-BEFORE.
           MOVE WS-CLS-CAPITAL TO CLS-CAPITAL.
           MOVE WS-CLS-TAX TO CLS-TAX.
           MOVE WS-CLS-FINAL-BAL TO CLS-FINAL-BAL.
           MOVE WS-BUSINESS-DATE TO CLS-CLOSE-DATE.
           MOVE MNT-CLOSE-REASON TO CLS-REASON.
           MOVE WS-RUN-TIMESTAMP TO CLS-RUN-TS.
           WRITE CLS-REC.
           IF NOT ARC-SUCCESS
              MOVE 'N' TO WS-CLS-OK-SW
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG006 CLOSE ARCHIVE WRITE FAILED FOR ID '
                 MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' ARC-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H770-END. EXIT.
      *Kapanış ekstresi: hesap anahtarı ve kapanış tarihi, müşteri
      *adı, kapanış öncesi bakiye, işlenen brüt faiz, kesilen stopaj,
      *ödenecek son bakiye ve kapanış sebebi; hesaplar arasında boş
      *satır bırakılır.
       H780-WRITE-STATEMENT.
           MOVE SPACES TO STM-DETAIL-LINE.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'ACCOUNT ID:' TO SK-ID-LIT.
           MOVE MNT-ID TO SK-ID.
           MOVE '  CURRENCY:' TO SK-DVZ-LIT.
           MOVE WS-RT-LABEL(WS-RATE-IDX) TO SK-LABEL.
           MOVE '  CLOSING DATE:' TO SK-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO SK-DATE.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'ACCOUNT HOLDER' TO STM-LABEL.
           MOVE WS-BI-NAME TO STM-TEXT.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'BALANCE BEFORE CLOSING' TO SA-LABEL.
           MOVE WS-CLS-BAL-BEFORE TO SA-AMOUNT.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'INTEREST CAPITALIZED' TO SA-LABEL.
           MOVE WS-CLS-CAPITAL TO SA-AMOUNT.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'WITHHOLDING TAX' TO SA-LABEL.
           MOVE WS-CLS-TAX TO SA-AMOUNT.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'FINAL BALANCE' TO SA-LABEL.
           MOVE WS-CLS-FINAL-BAL TO SA-AMOUNT.
           PERFORM H785-WRITE-STMT-LINE.
           MOVE SPACES TO STM-DETAIL-LINE.
           MOVE 'CLOSING REASON' TO STM-LABEL.
           MOVE MNT-CLOSE-REASON TO STM-TEXT.
           PERFORM H785-WRITE-STMT-LINE.
       H780-END. EXIT.
      *Ekstre satırı yazılamazsa hata bir kez bildirilir; kapanış
      *yapılmaz ve hesap açık kalır.
       H785-WRITE-STMT-LINE.
           WRITE STM-DETAIL-LINE.
           IF NOT STM-SUCCESS AND WS-CLS-OK
              MOVE 'N' TO WS-CLS-OK-SW
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG006 CLOSE STATEMENT WRITE FAILED FOR ID '
                 MNT-ID ' DVZ ' MNT-DVZ ' STATUS ' STM-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H785-END. EXIT.
      *Düzenlemeden geçemeyen talep uygulama geçişinde atlanır; sebep
      *EDIT-RPT-FILE'da zaten yazılıdır, LOG-FILE'a da boş önce/sonra
      *değerleriyle REJECTED BY EDIT sonucu kaydedilir.
           MOVE MAINT-REC(2:5) TO LOG-ID.
           MOVE MAINT-REC(7:3) TO LOG-DVZ.
           MOVE 'REJECTED BY EDIT' TO LOG-RESULT.
           MOVE LOG-RESULT TO WS-LOG-RESULT.
           MOVE MNT-MAKER-ID TO LOG-MAKER-ID.
           MOVE MNT-CHECKER-ID TO LOG-CHECKER-ID.
           IF MNT-APPR-TS NUMERIC
              MOVE MNT-APPR-TS TO LOG-APPR-TS
           ELSE
              MOVE ZERO TO LOG-APPR-TS
           END-IF.
           WRITE LOG-REC.
       H610-END. EXIT.
      *Onaylı talebin PENDMNT kaydı, uygulama günü ve LOG-FILE
      *sonucuyla işlendi durumuna alınır. Kayıt yazılamazsa talep
      *ertesi gün yeniden çıkarılır ve yinelenen işlem olarak
      *reddedilmesi operatöre bırakılır; bu yüzden dönüş kodu 12
      *olur.
       H620-MARK-PENDING-DONE.
           MOVE 'D' TO PND-STATUS.
           MOVE WS-BUSINESS-DATE TO PND-APPLY-DATE.
           MOVE WS-LOG-RESULT TO PND-RESULT.
           REWRITE PND-REC
              INVALID KEY PERFORM H625-MARK-FAILED
              NOT INVALID KEY ADD 1 TO WS-CNT-MARKED.
       H620-END. EXIT.

       H625-MARK-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG006 PENDING REQUEST UPDATE FAILED FOR '
              PND-SUBMIT-DATE '/' PND-SEQ ' STATUS ' PND-ST
              ' - MARK REQUEST APPLIED MANUALLY'.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H625-END. EXIT.
      *Talebin türünü, anahtarını, önce/sonra değerlerini, talebi
      *giren ve onaylayan kullanıcıları ve onay zamanını LOG-FILE'a
      *tek bir satır olarak yazar.
       H900-WRITE-LOG.
           MOVE SPACES TO LOG-REC.
              WHEN OTHER
                 MOVE 'APPLIED' TO LOG-RESULT
           END-EVALUATE.
           MOVE LOG-RESULT TO WS-LOG-RESULT.
           MOVE MNT-MAKER-ID TO LOG-MAKER-ID.
           MOVE MNT-CHECKER-ID TO LOG-CHECKER-ID.
           IF MNT-APPR-TS NUMERIC
              MOVE MNT-APPR-TS TO LOG-APPR-TS
           ELSE
              MOVE ZERO TO LOG-APPR-TS
           END-IF.
           WRITE LOG-REC.
       H900-END. EXIT.
      *Programın kapanışında dosyaları kapatır ve kontrol toplamlarını
           DISPLAY 'PBEG006 IDX-FILE MAINTENANCE TOTALS'.
           DISPLAY 'REQUESTS CHECKED  : ' WS-CNT-CHECKED.
           DISPLAY 'EDIT REJECTS      : ' WS-CNT-EDIT-REJ.
           DISPLAY '  NOT APPROVED    : ' WS-CNT-NOT-APPROVED.
           DISPLAY 'SKIPPED IN APPLY  : ' WS-CNT-SKIPPED.
           DISPLAY 'RECORDS ADDED     : ' WS-CNT-ADDED.
           DISPLAY 'RECORDS CHANGED   : ' WS-CNT-CHANGED.
           DISPLAY 'RECORDS DELETED   : ' WS-CNT-DELETED.
           DISPLAY 'ACCOUNTS CLOSED   : ' WS-CNT-CLOSED.
           DISPLAY 'RECORDS REJECTED  : ' WS-CNT-ERRORS.
           DISPLAY 'APPROVALS CLOSED  : ' WS-CNT-MARKED.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE IDX-FILE.
           CLOSE LOG-FILE.
           CLOSE RATE-FILE.
           CLOSE EDIT-RPT-FILE.
           CLOSE ACCR-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CLS-ARCH-FILE.
           CLOSE CLS-STMT-FILE.
           CLOSE TAX-FILE.
           CLOSE PEND-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = düzenlenen talep sayısı,
      *yazılan = uygulanan ekleme/değiştirme/silme/kapama toplamı,
      *reddedilen = düzenleme retleri ile uygulama hatalarının
      *toplamıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           MOVE WS-CNT-CHECKED TO STAT-READ.
           COMPUTE STAT-WRITTEN = WS-CNT-ADDED + WS-CNT-CHANGED
                   + WS-CNT-DELETED + WS-CNT-CLOSED.
           COMPUTE STAT-REJECTED = WS-CNT-EDIT-REJ + WS-CNT-ERRORS.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
