       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEG027.
       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-13  Y.O.  Personel doğum günü hediyesi programı ilk
      *                  sürümü: DAYCALC doğum günü modunun yeni
      *                  uyarıları TRY hesabıyla eşleştirilir, her
      *                  eşleşen personel için POSTTXN düzeninde
      *                  alacak hareketi üretilir, GIFTCTL kampanya
      *                  kontrol dosyası aynı yıl ikinci ödemeyi
      *                  engeller; hesapsız personel HR istisna
      *                  listesine, ödenenler bordro özetine yazılır.
      *--------------------
      * HR'ın personele doğum günü hediyesini TRY hesabına ödemesi
      * için DAYCALC'ın ALERT-FILE çıktısını (doğum günü modu, PARM-
      * RUN-MODE 'B') okur. Yalnızca ALERT-TYPE 'NEW' olan uyarılar
      * (personelin pencereye ilk girişi) işlenir; REMINDER uyarıları
      * sayılıp geçilir. Personel, PBEG010'daki anahtarla (DATE-REC-
      * SRT = IDX-ID) RATE-FILE'da etiketi 'TRY' olan para birimindeki
      * hesabıyla eşleştirilir. Eşleşen her personel için PBEG022'nin
      * POSTTXN düzeninde bir yatırma ('D') hareketi GIFTTXN destesine
      * yazılır; tutar RUNPARM'daki PARM-GIFT-AMOUNT'tur (sıfırsa
      * program çalışmaz). Deste sonunda bir kuyruk kaydı ('Z')
      * yazılır; JCL bu desteyi şubenin POSTTXN destesiyle art arda
      * bağlayarak aynı gecenin PBEG022 gönderimine verir.
      * GIFTCTL kampanya kontrol dosyası (yıl + personel kimliği)
      * ödenen her hediyeyi tutar; yıl, uyarıdaki bir sonraki doğum
      * gününün yılıdır. Dosyada kaydı olan personele o yıl ikinci
      * hediye üretilmez; DAYCALC yeniden çalıştırılıp aynı kişi için
      * yeniden NEW uyarısı üretse bile. Aynı iş günü bu program
      * yeniden çalıştırılırsa bugün kaydedilmiş hediyeler desteye
      * yeniden yazılır (REISSUED) ki GIFTTXN eksik kalmasın; PBEG022
      * aynı günü ikinci kez göndermediğinden çift ödeme oluşmaz.
      * TRY hesabı olmayan (başka para biriminde hesabı olan) ve hiç
      * hesabı olmayan personel sebebiyle GIFTEXC HR istisna
      * listesine yazılır. GIFTSUM bordro özeti ödenen her personeli
      * ve sonunda kişi sayısı ile ödenen toplam tutarı gösterir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL
                           STATUS ALR-ST.
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
           SELECT GIFT-CTL-FILE ASSIGN TO GIFTCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY GFC-KEY
                           STATUS GFC-ST.
           SELECT GIFT-TXN-FILE ASSIGN TO GIFTTXN
                           STATUS TXO-ST.
           SELECT GIFT-EXC-FILE ASSIGN TO GIFTEXC
                           STATUS EXC-ST.
           SELECT GIFT-SUM-FILE ASSIGN TO GIFTSUM
                           STATUS SUM-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO RUNSTATS
                           STATUS STA-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *ALERT-FILE, DAYCALC'ın doğum günü modunda yazdığı yaklaşan
      *doğum günü uyarılarıdır; kayıt düzeni DAYCALC programındaki
      *tanımla aynıdır.
       FD  ALERT-FILE RECORDING MODE F.
       01  RECORD-ALERT.
           05 ALERT-SRT         PIC 9(4).
           05 FILLER            PIC X(1).
           05 ALERT-NAME        PIC A(15).
           05 FILLER            PIC X(1).
           05 ALERT-SURNAME     PIC A(15).
           05 FILLER            PIC X(1).
           05 ALERT-BDAY        PIC 9(8).
           05 FILLER            PIC X(1).
           05 ALERT-NEXT-BDAY   PIC 9(8).
           05 FILLER            PIC X(1).
           05 ALERT-DAYS-TO-GO  PIC 9(3).
           05 FILLER            PIC X(1).
           05 ALERT-TYPE        PIC X(8).
           05 FILLER            PIC X(13).
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
      *RATE-FILE, TRY para biriminin anahtarını bulmak için okunur;
      *kayıt düzeni RATEREC kopya kitaplığındadır.
       FD  RATE-FILE.
           COPY RATEREC.
      *GIFT-CTL-FILE, doğum günü hediyesi kampanya kontrol dosyasıdır
      *(anahtar: hediye yılı + personel kimliği). Her ödenen hediye
      *ödeme iş günü, hesap anahtarı, tutar ve hareket referansıyla
      *bir kez yazılır; kayıtlar silinmez.
       FD  GIFT-CTL-FILE.
       01  GFC-REC.
           05 GFC-KEY.
              10 GFC-YEAR      PIC 9(4).
              10 GFC-SRT       PIC 9(4).
           05 GFC-PAY-DATE     PIC 9(8).
           05 GFC-ID           PIC 9(5).
           05 GFC-DVZ          PIC 9(3).
           05 GFC-AMOUNT       PIC 9(15).
           05 GFC-TXN-REF      PIC X(10).
           05 GFC-RUN-TS       PIC 9(14).
           05 FILLER           PIC X(17).
      *GIFT-TXN-FILE, PBEG022'nin POSTTXN hareket düzenindedir
      *(UNIFY18'deki TXN-REC tanımıyla aynıdır); son kayıt deste
      *kuyruk kaydıdır.
       FD  GIFT-TXN-FILE RECORDING MODE F.
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
      *GIFT-EXC-FILE, hediyesi ödenemeyen personelin HR istisna
      *listesidir; başlık, kolon ve özet satırları aynı alanı
      *REDEFINES eder.
       FD  GIFT-EXC-FILE RECORDING MODE F.
       01  EXC-DETAIL-LINE.
           05 EXC-SRT          PIC X(4).
           05 FILLER           PIC X(1).
           05 EXC-NAME         PIC X(15).
           05 FILLER           PIC X(1).
           05 EXC-SURNAME      PIC X(15).
           05 FILLER           PIC X(1).
           05 EXC-NEXT-BDAY    PIC X(8).
           05 FILLER           PIC X(1).
           05 EXC-REASON       PIC X(25).
           05 FILLER           PIC X(9).
       01  EXC-HEADING-LINE REDEFINES EXC-DETAIL-LINE.
           05 EH-TITLE         PIC X(40).
           05 EH-DATE-LIT      PIC X(10).
           05 EH-DATE          PIC 9(8).
           05 FILLER           PIC X(22).
       01  EXC-COLUMN-LINE REDEFINES EXC-DETAIL-LINE.
           05 EC-SRT-HDG       PIC X(5).
           05 EC-NAME-HDG      PIC X(16).
           05 EC-SURNAME-HDG   PIC X(16).
           05 EC-BDAY-HDG      PIC X(9).
           05 EC-REASON-HDG    PIC X(25).
           05 FILLER           PIC X(9).
       01  EXC-FOOTER-LINE REDEFINES EXC-DETAIL-LINE.
           05 EF-TITLE         PIC X(30).
           05 EF-COUNT-LIT     PIC X(10).
           05 EF-COUNT         PIC 9(6).
           05 FILLER           PIC X(34).
      *GIFT-SUM-FILE, ödenen hediyelerin bordro özetidir; başlık,
      *kolon ve toplam satırları aynı alanı REDEFINES eder.
       FD  GIFT-SUM-FILE RECORDING MODE F.
       01  SUM-DETAIL-LINE.
           05 SUM-SRT          PIC 9(4).
           05 FILLER           PIC X(1).
           05 SUM-NAME         PIC X(15).
           05 FILLER           PIC X(1).
           05 SUM-SURNAME      PIC X(15).
           05 FILLER           PIC X(1).
           05 SUM-NEXT-BDAY    PIC 9(8).
           05 FILLER           PIC X(1).
           05 SUM-AMOUNT       PIC Z(14)9.
           05 FILLER           PIC X(1).
           05 SUM-TXN-REF      PIC X(10).
           05 FILLER           PIC X(1).
           05 SUM-STATUS       PIC X(8).
           05 FILLER           PIC X(1).
       01  SUM-HEADING-LINE REDEFINES SUM-DETAIL-LINE.
           05 SH-TITLE         PIC X(40).
           05 SH-DATE-LIT      PIC X(10).
           05 SH-DATE          PIC 9(8).
           05 FILLER           PIC X(24).
       01  SUM-COLUMN-LINE REDEFINES SUM-DETAIL-LINE.
           05 SC-SRT-HDG       PIC X(5).
           05 SC-NAME-HDG      PIC X(16).
           05 SC-SURNAME-HDG   PIC X(16).
           05 SC-BDAY-HDG      PIC X(9).
           05 SC-AMT-HDG       PIC X(16).
           05 SC-REF-HDG       PIC X(11).
           05 SC-STATUS-HDG    PIC X(9).
       01  SUM-TOTAL-LINE REDEFINES SUM-DETAIL-LINE.
           05 ST-LABEL         PIC X(30).
           05 ST-COUNT         PIC 9(7).
           05 FILLER           PIC X(1).
           05 ST-AMOUNT        PIC Z(14)9.
           05 FILLER           PIC X(29).
      *RUNPARM-FILE, gece işlerinin ortak kullandığı çalışma-kontrol
      *parametresini taşır (RUNPARM kopya kitaplığı); burada etkin iş
      *günü ve hediye tutarı için okunur.
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
           05  WS-GIFT-AMOUNT   PIC 9(9).
           05  WS-TRY-DVZ       PIC S9(3).
           05  WS-NEXT-BDAY     PIC 9(8).
           05  WS-NEXT-BDAY-X REDEFINES WS-NEXT-BDAY.
              10  WS-NB-CCYY       PIC 9(4).
              10  WS-NB-MMDD       PIC 9(4).
           05  WS-GIFT-REF.
              10  WS-GR-PREFIX     PIC X(2) VALUE 'BG'.
              10  WS-GR-YEAR       PIC 9(4).
              10  WS-GR-SRT        PIC 9(4).
           05  WS-PAY-ID        PIC 9(5).
           05  WS-PAY-DVZ       PIC 9(3).
           05  WS-PAY-AMOUNT    PIC 9(15).
           05  WS-ANY-ACCT-SW   PIC X(1).
              88 WS-ANY-ACCT      VALUE 'Y'.
           05  WS-SUM-STATUS    PIC X(8).
           05  WS-EXC-REASON    PIC X(25).
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-NEW       PIC 9(7) VALUE ZERO.
           05  WS-CNT-REMINDER  PIC 9(7) VALUE ZERO.
           05  WS-CNT-PAID      PIC 9(7) VALUE ZERO.
           05  WS-CNT-REISSUED  PIC 9(7) VALUE ZERO.
           05  WS-CNT-ALREADY-PAID PIC 9(7) VALUE ZERO.
           05  WS-CNT-NO-TRY    PIC 9(7) VALUE ZERO.
           05  WS-CNT-NO-ACCT   PIC 9(7) VALUE ZERO.
           05  WS-CNT-INVALID   PIC 9(7) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS PIC 9(6) VALUE ZERO.
           05  WS-CNT-ERRORS    PIC 9(7) VALUE ZERO.
           05  WS-AMT-PAID      PIC 9(15) VALUE ZERO.
         03  PROGRAM-ST.
           05 ALR-ST         PIC 99.
              88 ALR-SUCCESS             VALUE 00 97.
              88 ALR-EOF                 VALUE 10.
           05 IDX-ST         PIC 99.
              88 IDX-SUCCESS             VALUE 00 97.
              88 IDX-NOTFND              VALUE 23.
           05 RATE-ST        PIC 99.
              88 RATE-SUCCESS            VALUE 00 97.
              88 RATE-EOF                VALUE 10.
           05 GFC-ST         PIC 99.
              88 GFC-SUCCESS             VALUE 00 97.
           05 TXO-ST         PIC 99.
              88 TXO-SUCCESS             VALUE 00 97.
           05 EXC-ST         PIC 99.
              88 EXC-SUCCESS             VALUE 00 97.
           05 SUM-ST         PIC 99.
              88 SUM-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STA-ST         PIC 99.
              88 STA-SUCCESS             VALUE 00 97.
      *WS-RATE-TABLE, RATE-FILE'dan açılışta yüklenen para birimi
      *anahtarlarını ve etiketlerini taşır (UNIFY02'deki yükleme
      *düzeninin aynısıdır).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-RATE-IDX      PIC 9(2).
           05  WS-RATE-FOUND-SW PIC X(1).
              88  WS-RATE-FOUND   VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
              10  WS-RT-DVZ        PIC S9(3).
              10  WS-RT-LABEL      PIC X(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Hediye programının ana akışını gösterir: dosyalar açılır,
      *uyarı dosyası bitene kadar her uyarı işlenir, hediye destesinin
      *kuyruk kaydı ve bordro özetinin toplamları yazılır ve program
      *kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ALR-EOF.
           PERFORM H800-WRITE-TRAILER.
           PERFORM H900-WRITE-SUMMARY-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Etkin iş gününün ve hediye tutarının belirlenmesini, dosyaların
      *açılmasını, TRY para biriminin bulunmasını, rapor başlıklarının
      *yazılmasını ve ilk uyarının okunmasını sağlar. Hediye tutarı
      *verilmemişse hiçbir dosyaya dokunulmadan program sonlandırılır.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM H140-READ-RUNPARM.
           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
              MOVE WS-RUN-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           IF WS-GIFT-AMOUNT = ZERO
              DISPLAY 'PBEG027 GIFT AMOUNT NOT SET IN RUNPARM - '
                 'RUN ABANDONED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT  ALERT-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT GIFT-TXN-FILE.
           OPEN OUTPUT GIFT-EXC-FILE.
           OPEN OUTPUT GIFT-SUM-FILE.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H120-OPEN-CAMPAIGN.
           PERFORM H105-LOAD-RATE-TABLE.
           PERFORM H130-FIND-TRY.
           PERFORM H160-WRITE-RPT-HEADINGS.
           READ ALERT-FILE.
       H100-END. EXIT.
      *Dosyaların açılışında oluşan hataları kontrol eder.
       H110-OPEN-CONTROL.
           IF (ALR-ST NOT = 0) AND (ALR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ALERT FILE: ' ALR-ST
           MOVE ALR-ST TO RETURN-CODE
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
           IF (TXO-ST NOT = 0) AND (TXO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GIFT TRANSACTION FILE: ' TXO-ST
           MOVE TXO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (EXC-ST NOT = 0) AND (EXC-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN HR EXCEPTION LIST: ' EXC-ST
           MOVE EXC-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *
           IF (SUM-ST NOT = 0) AND (SUM-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYROLL SUMMARY: ' SUM-ST
           MOVE SUM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Kampanya kontrol dosyası I-O ile açılır; ilk çalışmada henüz
      *yoksa önce OUTPUT ile boş oluşturulup yeniden I-O ile açılır.
       H120-OPEN-CAMPAIGN.
           OPEN I-O GIFT-CTL-FILE.
           IF NOT GFC-SUCCESS
              OPEN OUTPUT GIFT-CTL-FILE
              CLOSE GIFT-CTL-FILE
              OPEN I-O GIFT-CTL-FILE
           END-IF.
           IF (GFC-ST NOT = 0) AND (GFC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN GIFT CAMPAIGN FILE: ' GFC-ST
              MOVE GFC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
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
           READ RATE-FILE NEXT RECORD.
       H106-END. EXIT.
      *Hediye TRY hesabına ödenir; TRY'nin para birimi anahtarı kur
      *tablosunda etiketinden bulunur. Bulunamazsa hiçbir hediye
      *ödenemeyeceğinden program sonlandırılır.
       H130-FIND-TRY.
           MOVE 1 TO WS-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H135-SEARCH-TRY
              UNTIL WS-RATE-FOUND OR (WS-RATE-IDX > WS-RATE-COUNT).
           IF WS-RATE-FOUND
              MOVE WS-RT-DVZ(WS-RATE-IDX) TO WS-TRY-DVZ
           ELSE
              DISPLAY 'PBEG027 NO TRY CURRENCY IN RATE-FILE - '
                 'PROGRAM TERMINATED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.

       H135-SEARCH-TRY.
           IF WS-RT-LABEL(WS-RATE-IDX) = 'TRY'
              MOVE 'Y' TO WS-RATE-FOUND-SW
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       H135-END. EXIT.
      *RUNPARM-FILE isteğe bağlıdır; bulunamazsa etkin iş günü olarak
      *çalışma tarihi kullanılır. Hediye tutarı yalnızca RUNPARM'dan
      *gelir; dosya yoksa tutar sıfır kalır.
       H140-READ-RUNPARM.
           MOVE ZERO TO WS-RUN-DATE-OVERRIDE.
           MOVE ZERO TO WS-GIFT-AMOUNT.
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
              IF PARM-GIFT-AMOUNT NUMERIC
                 MOVE PARM-GIFT-AMOUNT TO WS-GIFT-AMOUNT
              END-IF
           END-IF.
       H141-END. EXIT.
      *HR istisna listesinin ve bordro özetinin başlık ve kolon
      *başlığı satırlarını yazar.
       H160-WRITE-RPT-HEADINGS.
           MOVE SPACES TO EXC-DETAIL-LINE.
           MOVE 'PBEG027 BIRTHDAY GIFT - HR EXCEPTIONS' TO EH-TITLE.
           MOVE 'RUN DATE:' TO EH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO EH-DATE.
           WRITE EXC-DETAIL-LINE.
           MOVE SPACES TO EXC-DETAIL-LINE.
           MOVE 'SRT' TO EC-SRT-HDG.
           MOVE 'NAME' TO EC-NAME-HDG.
           MOVE 'SURNAME' TO EC-SURNAME-HDG.
           MOVE 'BIRTHDAY' TO EC-BDAY-HDG.
           MOVE 'REASON' TO EC-REASON-HDG.
           WRITE EXC-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'PBEG027 BIRTHDAY GIFT - PAYROLL SUMMARY' TO SH-TITLE.
           MOVE 'RUN DATE:' TO SH-DATE-LIT.
           MOVE WS-BUSINESS-DATE TO SH-DATE.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'SRT' TO SC-SRT-HDG.
           MOVE 'NAME' TO SC-NAME-HDG.
           MOVE 'SURNAME' TO SC-SURNAME-HDG.
           MOVE 'BIRTHDAY' TO SC-BDAY-HDG.
           MOVE '   AMOUNT (TRY)' TO SC-AMT-HDG.
           MOVE 'REFERENCE' TO SC-REF-HDG.
           MOVE 'STATUS' TO SC-STATUS-HDG.
           WRITE SUM-DETAIL-LINE.
       H160-END. EXIT.
      *Her uyarı kaydı sınıflandırılır: REMINDER uyarıları sayılıp
      *geçilir; NEW uyarılarının kimliği ve doğum günü sayısal
      *değilse kayıt istisna listesine yazılır, geçerliyse kampanya
      *denetimine gönderilir.
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF ALERT-TYPE NOT = 'NEW'
              ADD 1 TO WS-CNT-REMINDER
           ELSE
              ADD 1 TO WS-CNT-NEW
              IF ALERT-SRT NUMERIC AND ALERT-NEXT-BDAY NUMERIC
                 PERFORM H210-CHECK-CAMPAIGN
              ELSE
                 ADD 1 TO WS-CNT-INVALID
                 MOVE 'INVALID ALERT RECORD' TO WS-EXC-REASON
                 PERFORM H300-WRITE-EXCEPTION
              END-IF
           END-IF.
           READ ALERT-FILE.
       H200-END. EXIT.
      *Hediye yılı, uyarıdaki bir sonraki doğum gününün yılıdır.
      *Kampanya dosyasında bu yıl için kaydı olmayan personelin hesabı
      *aranır; kaydı olan personele ikinci hediye üretilmez.
       H210-CHECK-CAMPAIGN.
           MOVE ALERT-NEXT-BDAY TO WS-NEXT-BDAY.
           MOVE WS-NB-CCYY TO WS-GR-YEAR.
           MOVE ALERT-SRT TO WS-GR-SRT.
           MOVE WS-NB-CCYY TO GFC-YEAR.
           MOVE ALERT-SRT TO GFC-SRT.
           READ GIFT-CTL-FILE KEY IS GFC-KEY
              INVALID KEY PERFORM H220-FIND-ACCOUNT
              NOT INVALID KEY PERFORM H215-ALREADY-PAID.
       H210-END. EXIT.
      *Hediye bu yıl zaten kaydedilmiş. Kayıt bugünün iş gününde
      *yapılmışsa bu, programın aynı gün yeniden çalışmasıdır ve
      *hareket desteye yeniden yazılır; daha önceki bir günde
      *yapılmışsa personel yalnızca sayılır.
       H215-ALREADY-PAID.
           IF GFC-PAY-DATE = WS-BUSINESS-DATE
              MOVE GFC-ID TO WS-PAY-ID
              MOVE GFC-DVZ TO WS-PAY-DVZ
              MOVE GFC-AMOUNT TO WS-PAY-AMOUNT
              MOVE 'REISSUED' TO WS-SUM-STATUS
              PERFORM H245-WRITE-GIFT-TXN
           ELSE
              ADD 1 TO WS-CNT-ALREADY-PAID
           END-IF.
       H215-END. EXIT.
      *Personelin TRY hesabı okunur; bulunursa hediye ödenir,
      *bulunamazsa istisna sebebi belirlenir.
       H220-FIND-ACCOUNT.
           MOVE ALERT-SRT TO IDX-ID.
           MOVE WS-TRY-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H230-NO-TRY-ACCOUNT
              NOT INVALID KEY PERFORM H240-PAY-GIFT.
       H220-END. EXIT.
      *TRY hesabı yok: kimliğin başka bir para biriminde hesabı olup
      *olmadığı, anahtarın ilk para birimine konumlanıp bir kayıt
      *okunarak anlaşılır.
       H230-NO-TRY-ACCOUNT.
           MOVE 'N' TO WS-ANY-ACCT-SW.
           MOVE ALERT-SRT TO IDX-ID.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY MOVE 'N' TO WS-ANY-ACCT-SW
              NOT INVALID KEY PERFORM H235-PROBE-ACCOUNT.
           IF WS-ANY-ACCT
              ADD 1 TO WS-CNT-NO-TRY
              MOVE 'NO TRY ACCOUNT' TO WS-EXC-REASON
           ELSE
              ADD 1 TO WS-CNT-NO-ACCT
              MOVE 'NO ACCOUNT' TO WS-EXC-REASON
           END-IF.
           PERFORM H300-WRITE-EXCEPTION.
       H230-END. EXIT.

       H235-PROBE-ACCOUNT.
           READ IDX-FILE NEXT RECORD.
           IF IDX-SUCCESS AND IDX-ID = ALERT-SRT
              MOVE 'Y' TO WS-ANY-ACCT-SW
           END-IF.
       H235-END. EXIT.
      *Hediye önce kampanya dosyasına kaydedilir, ardından desteye
      *yazılır; kayıt yazılamazsa hareket üretilmez ki denetimsiz
      *ödeme oluşmasın.
       H240-PAY-GIFT.
           MOVE ALERT-SRT TO WS-PAY-ID.
           MOVE WS-TRY-DVZ TO WS-PAY-DVZ.
           MOVE WS-GIFT-AMOUNT TO WS-PAY-AMOUNT.
           MOVE 'PAID' TO WS-SUM-STATUS.
           MOVE SPACES TO GFC-REC.
           MOVE WS-NB-CCYY TO GFC-YEAR.
           MOVE ALERT-SRT TO GFC-SRT.
           MOVE WS-BUSINESS-DATE TO GFC-PAY-DATE.
           MOVE WS-PAY-ID TO GFC-ID.
           MOVE WS-PAY-DVZ TO GFC-DVZ.
           MOVE WS-PAY-AMOUNT TO GFC-AMOUNT.
           MOVE WS-GIFT-REF TO GFC-TXN-REF.
           MOVE WS-RUN-TIMESTAMP TO GFC-RUN-TS.
           WRITE GFC-REC
              INVALID KEY PERFORM H520-CAMPAIGN-FAILED
              NOT INVALID KEY PERFORM H245-WRITE-GIFT-TXN.
       H240-END. EXIT.
      *Hediye, PBEG022 için bir yatırma hareketi olarak desteye
      *yazılır; hesap anahtarı ve tutar (WS-PAY-...) çağıran
      *paragrafta doldurulur.
      *Hareket yazılamazsa bu çalışmanın kampanya kaydı silinir ki
      *hediye bir sonraki çalışmada yeniden üretilebilsin.
       H245-WRITE-GIFT-TXN.
           MOVE SPACES TO TXN-REC.
           MOVE 'D' TO TXN-TYPE.
           MOVE WS-GIFT-REF TO TXN-REF.
           MOVE WS-PAY-ID TO TXN-ID.
           MOVE WS-PAY-DVZ TO TXN-DVZ.
           MOVE WS-PAY-AMOUNT TO TXN-AMOUNT.
           MOVE ZERO TO TXN-TO-ID.
           MOVE ZERO TO TXN-TO-DVZ.
           WRITE TXN-REC.
           IF TXO-SUCCESS
              PERFORM H250-GIFT-PAID
           ELSE
              PERFORM H530-TXN-FAILED
           END-IF.
       H245-END. EXIT.
      *Ödenen hediye sayılır ve bordro özetine yazılır.
       H250-GIFT-PAID.
           ADD 1 TO WS-CNT-PAID.
           ADD WS-PAY-AMOUNT TO WS-AMT-PAID.
           IF WS-SUM-STATUS = 'REISSUED'
              ADD 1 TO WS-CNT-REISSUED
           END-IF.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE ALERT-SRT TO SUM-SRT.
           MOVE ALERT-NAME TO SUM-NAME.
           MOVE ALERT-SURNAME TO SUM-SURNAME.
           MOVE ALERT-NEXT-BDAY TO SUM-NEXT-BDAY.
           MOVE WS-PAY-AMOUNT TO SUM-AMOUNT.
           MOVE WS-GIFT-REF TO SUM-TXN-REF.
           MOVE WS-SUM-STATUS TO SUM-STATUS.
           WRITE SUM-DETAIL-LINE.
       H250-END. EXIT.
      *Hediyesi ödenemeyen personel sebebiyle HR istisna listesine
      *yazılır.
       H300-WRITE-EXCEPTION.
           ADD 1 TO WS-CNT-EXCEPTIONS.
           MOVE SPACES TO EXC-DETAIL-LINE.
           MOVE ALERT-SRT TO EXC-SRT.
           MOVE ALERT-NAME TO EXC-NAME.
           MOVE ALERT-SURNAME TO EXC-SURNAME.
           MOVE ALERT-NEXT-BDAY TO EXC-NEXT-BDAY.
           MOVE WS-EXC-REASON TO EXC-REASON.
           WRITE EXC-DETAIL-LINE.
       H300-END. EXIT.
      *Kampanya kaydı yazılamazsa hediye üretilmez, dönüş kodu 12
      *yapılır.
       H520-CAMPAIGN-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG027 GIFT CAMPAIGN WRITE FAILED FOR '
              GFC-YEAR '/' GFC-SRT ' STATUS ' GFC-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
       H520-END. EXIT.
      *Hareket yazılamazsa dönüş kodu 12 yapılır; yalnızca bu
      *çalışmada yazılan kampanya kaydı geri alınır.
       H530-TXN-FAILED.
           ADD 1 TO WS-CNT-ERRORS.
           DISPLAY 'PBEG027 GIFT TRANSACTION WRITE FAILED FOR '
              WS-GIFT-REF ' STATUS ' TXO-ST.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-SUM-STATUS = 'PAID'
              MOVE WS-GR-YEAR TO GFC-YEAR
              MOVE WS-GR-SRT TO GFC-SRT
              DELETE GIFT-CTL-FILE RECORD
                 INVALID KEY
                    DISPLAY 'PBEG027 GIFT CAMPAIGN BACK-OUT FAILED '
                       'FOR ' WS-GIFT-REF ' STATUS ' GFC-ST
              END-DELETE
           END-IF.
       H530-END. EXIT.
      *Hediye destesinin sonuna, PBEG022'nin deste kontrolü için
      *hareket sayısı ve tutar toplamını taşıyan kuyruk kaydı yazılır.
       H800-WRITE-TRAILER.
           MOVE SPACES TO TXN-REC.
           MOVE 'Z' TO TRL-TYPE.
           MOVE WS-CNT-PAID TO TRL-COUNT.
           MOVE WS-AMT-PAID TO TRL-AMOUNT.
           WRITE TXN-REC.
           IF NOT TXO-SUCCESS
              ADD 1 TO WS-CNT-ERRORS
              DISPLAY 'PBEG027 GIFT TRAILER WRITE FAILED STATUS '
                 TXO-ST
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       H800-END. EXIT.
      *Bordro özetinin sonuna uyarı sayıları, ödenen kişi sayısı ve
      *ödenen toplam tutar yazılır.
       H900-WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO SUM-DETAIL-LINE.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'ALERTS READ' TO ST-LABEL.
           MOVE WS-CNT-READ TO ST-COUNT.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'NEW ALERTS' TO ST-LABEL.
           MOVE WS-CNT-NEW TO ST-COUNT.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'ALREADY PAID THIS YEAR' TO ST-LABEL.
           MOVE WS-CNT-ALREADY-PAID TO ST-COUNT.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'HR EXCEPTIONS' TO ST-LABEL.
           MOVE WS-CNT-EXCEPTIONS TO ST-COUNT.
           WRITE SUM-DETAIL-LINE.
           MOVE SPACES TO SUM-DETAIL-LINE.
           MOVE 'HEAD COUNT PAID / TOTAL' TO ST-LABEL.
           MOVE WS-CNT-PAID TO ST-COUNT.
           MOVE WS-AMT-PAID TO ST-AMOUNT.
           WRITE SUM-DETAIL-LINE.
       H900-END. EXIT.
      *Kapanışta istisna listesinin özet satırı yazılır, kontrol
      *toplamları gösterilir, çalışma-istatistik kaydı eklenir ve
      *dosyalar kapatılır.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO EXC-DETAIL-LINE.
           MOVE 'PBEG027 END OF EXCEPTIONS' TO EF-TITLE.
           MOVE 'COUNT:' TO EF-COUNT-LIT.
           MOVE WS-CNT-EXCEPTIONS TO EF-COUNT.
           WRITE EXC-DETAIL-LINE.
           DISPLAY '=================================================='.
           DISPLAY 'PBEG027 BIRTHDAY GIFT TOTALS'.
           DISPLAY 'ALERTS READ             : ' WS-CNT-READ.
           DISPLAY 'NEW ALERTS              : ' WS-CNT-NEW.
           DISPLAY 'REMINDERS SKIPPED       : ' WS-CNT-REMINDER.
           DISPLAY 'GIFTS PAID (HEAD COUNT) : ' WS-CNT-PAID.
           DISPLAY '  OF WHICH REISSUED     : ' WS-CNT-REISSUED.
           DISPLAY 'TOTAL AMOUNT PAID       : ' WS-AMT-PAID.
           DISPLAY 'ALREADY PAID THIS YEAR  : ' WS-CNT-ALREADY-PAID.
           DISPLAY 'NO TRY ACCOUNT          : ' WS-CNT-NO-TRY.
           DISPLAY 'NO ACCOUNT              : ' WS-CNT-NO-ACCT.
           DISPLAY 'INVALID ALERT RECORDS   : ' WS-CNT-INVALID.
           DISPLAY 'WRITE ERRORS            : ' WS-CNT-ERRORS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE ALERT-FILE.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE GIFT-CTL-FILE.
           CLOSE GIFT-TXN-FILE.
           CLOSE GIFT-EXC-FILE.
           CLOSE GIFT-SUM-FILE.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
      *olarak STATS-FILE'ın sonuna eklenir; dosya ilk çalışmada henüz
      *yoksa OUTPUT ile oluşturulur. Okunan = uyarı, yazılan = ödenen
      *hediye, reddedilen = istisna listesindeki personel sayısıdır.
       H930-WRITE-RUN-STAT.
           OPEN EXTEND STATS-FILE.
           IF NOT STA-SUCCESS
              OPEN OUTPUT STATS-FILE
           END-IF.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE 'PBEG027' TO STAT-PROGRAM.
           MOVE WS-BUSINESS-DATE TO STAT-RUN-DATE.
           MOVE WS-CNT-READ TO STAT-READ.
           MOVE WS-CNT-PAID TO STAT-WRITTEN.
           MOVE WS-CNT-EXCEPTIONS TO STAT-REJECTED.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-RUN-TIMESTAMP TO STAT-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END-TS.
           WRITE RUN-STAT-REC.
           CLOSE STATS-FILE.
       H930-END. EXIT.
