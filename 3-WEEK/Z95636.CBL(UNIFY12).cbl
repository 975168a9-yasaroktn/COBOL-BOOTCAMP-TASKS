       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-10  Y.O.  İş günü takvimi (CALENDAR, CALREC kopya
      *                  kitaplığı) okunuyor: etkin iş günü takvimde
      *                  hafta sonu ya da tatilse gece sırası o gün
      *                  çalışmaz, ön koşullara bakılmadan dönüş kodu
      *                  4 verilir; takvim yüklüyken günün kaydı
      *                  yoksa dönüş kodu 16 olur.
      *2026-09-02  Y.O.  Gece adım denetleyicisi ilk sürümü: her işin
      *                  önünde çalıştırılır, PREREQS kartındaki ön
      *                  koşul programların etkin iş günü için
      * koşul hiç çalışmamışsa MISSING, çalışıp sıfır dönüş kodlu
      * kaydı yoksa FAILED mesajı basılır ve dönüş kodu 16 olur;
      * JCL'deki COND denetimi korunan adımı bu kodla atlar/durdurur.
      * Ön koşullardan önce etkin iş günü iş günü takviminde (CALENDAR,
      * PBEG024 ile yüklenir) aranır: gün hafta sonu ya da resmi
      * tatilse gece sırası o gün çalışmaz; ön koşullar taranmaz ve
      * dönüş kodu 4 olur (JCL korunan adımı bu kodla atlar). Takvim
      * yüklü olduğu halde günün kaydı yoksa (yıl yüklenmemiş) dönüş
      * kodu 16 olur. Takvim dosyası hiç yoksa gün iş günü sayılır.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                           STATUS PARM-ST.
           SELECT STATS-FILE ASSIGN TO STATSOUT
                           STATUS STO-ST.
           SELECT CAL-FILE ASSIGN TO CALENDAR
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CAL-DATE
                           STATUS CAL-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *açık kalmasın diye kayıt, tarama bittikten sonra yazılır).
       FD  STATS-FILE RECORDING MODE F.
       01  STO-STAT-REC        PIC X(80).
      *CAL-FILE, gece sırasının ortak iş günü takvimidir (CALREC kopya
      *kitaplığı); burada yalnızca etkin iş günü için okunur.
       FD  CAL-FILE.
           COPY CALREC.
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
           05  WS-BUSINESS-DATE PIC 9(8).
           05  WS-STATS-OPEN-SW PIC X(1).
              88 WS-STATS-OPEN    VALUE 'Y'.
           05  WS-DAY-STATE-SW  PIC X(1).
              88 WS-CYCLE-DAY     VALUE 'B'.
              88 WS-NON-BUSINESS-DAY VALUE 'N'.
           05  WS-CNT-PREREQS   PIC 9(5) VALUE ZERO.
           05  WS-CNT-STAT-READ PIC 9(7) VALUE ZERO.
           05  WS-CNT-SATISFIED PIC 9(5) VALUE ZERO.
              88 PARM-SUCCESS            VALUE 00 97.
           05 STO-ST         PIC 99.
              88 STO-SUCCESS             VALUE 00 97.
           05 CAL-ST         PIC 99.
              88 CAL-SUCCESS             VALUE 00 97.
      *WS-PREREQ-TABLE, PREREQS kartından yüklenen ön koşul program
      *adlarını ve her birinin tarama sonucunu taşır: ' ' = hiç
      *görülmedi, 'F' = görüldü ama sıfır dönüş kodlu kaydı yok,
       PROCEDURE DIVISION.
      *------------------
      *Adım denetleyicisinin ana akışını gösterir: ön koşul kartı
      *yüklenir, etkin iş günü takvimde iş günüyse RUNSTATS bitene
      *kadar taranır ve sonuç değerlendirilir, program kapatılır.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-PREREQ UNTIL CHK-EOF.
           IF WS-CYCLE-DAY
              PERFORM H300-SCAN-STATS UNTIL STA-EOF
              PERFORM H400-EVALUATE-GATE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *Dosyaların açılmasını, etkin iş gününün belirlenmesini ve ilk
           ELSE
              MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM H170-CHECK-CALENDAR.
           OPEN INPUT CHK-FILE.
           PERFORM H110-OPEN-CONTROL.
           MOVE 'N' TO WS-STATS-OPEN-SW.
              MOVE PARM-RUN-DATE TO WS-RUN-DATE-OVERRIDE
           END-IF.
       H141-END. EXIT.
      *Etkin iş günü iş günü takviminde aranır. Takvim dosyası
      *açılamazsa (henüz yüklenmemiş) gün eskisi gibi iş günü sayılır.
      *Günün kaydı yoksa takvimin o yılı yüklenmemiştir: gece sırası
      *takvimsiz yürümesin diye dönüş kodu 16 olur. Gün hafta sonu ya
      *da tatilse dönüş kodu 4 olur ve ön koşullar taranmaz.
       H170-CHECK-CALENDAR.
           MOVE 'B' TO WS-DAY-STATE-SW.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
              MOVE WS-BUSINESS-DATE TO CAL-DATE
              READ CAL-FILE KEY IS CAL-DATE
                 INVALID KEY PERFORM H175-NOT-IN-CALENDAR
                 NOT INVALID KEY PERFORM H176-CHECK-DAY-TYPE
              END-READ
              CLOSE CAL-FILE
           ELSE
              DISPLAY 'PBEG016 CALENDAR NOT AVAILABLE - '
                 WS-BUSINESS-DATE ' TREATED AS A BUSINESS DAY'
           END-IF.
       H170-END. EXIT.

       H175-NOT-IN-CALENDAR.
           MOVE 'U' TO WS-DAY-STATE-SW.
           ADD 1 TO WS-CNT-BLOCKED.
           DISPLAY 'PBEG016 CALENDAR HAS NO ENTRY FOR '
              WS-BUSINESS-DATE ' - LOAD THE YEAR WITH PBEG024, '
              'STEP MUST NOT START'.
           MOVE 16 TO RETURN-CODE.
       H175-END. EXIT.

       H176-CHECK-DAY-TYPE.
           IF NOT CAL-BUSINESS-DAY
              MOVE 'N' TO WS-DAY-STATE-SW
              IF CAL-HOLIDAY
                 DISPLAY 'PBEG016 ' WS-BUSINESS-DATE
                    ' IS A PUBLIC HOLIDAY (' CAL-DESC
                    ') - NIGHT CYCLE DOES NOT RUN TODAY'
              ELSE
                 DISPLAY 'PBEG016 ' WS-BUSINESS-DATE
                    ' IS A WEEKEND DAY - NIGHT CYCLE DOES NOT RUN '
                    'TODAY'
              END-IF
              MOVE 4 TO RETURN-CODE
           END-IF.
       H176-END. EXIT.
      *Ön koşul kartındaki her program adı tabloya yüklenir; boş
      *satırlar atlanır.
       H200-LOAD-PREREQ.
           DISPLAY 'STAT RECORDS READ      : ' WS-CNT-STAT-READ.
           DISPLAY 'PREREQUISITES SATISFIED: ' WS-CNT-SATISFIED.
           DISPLAY 'PREREQUISITES BLOCKING : ' WS-CNT-BLOCKED.
           EVALUATE TRUE
              WHEN WS-NON-BUSINESS-DAY
                 DISPLAY 'NON-BUSINESS DAY - PROTECTED STEP SKIPPED'
              WHEN WS-CNT-BLOCKED = ZERO
                 DISPLAY 'GATE OPEN - PROTECTED STEP MAY START'
              WHEN OTHER
                 DISPLAY 'GATE CLOSED - PROTECTED STEP MUST NOT START'
           END-EVALUATE.
           DISPLAY '=================================================='.
           CLOSE CHK-FILE.
           IF WS-STATS-OPEN
