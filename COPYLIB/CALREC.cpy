      *Bu kopya dosyası, gece sırasının ortak iş günü takviminin
      *(CALENDAR) kayıt düzenini taşır (anahtar: tarih CCYYAAGG).
      *Takvim her yıl için PBEG024 ile resmi tatil listesinden
      *yüklenir: hafta içi günler iş günü, cumartesi/pazar hafta
      *sonu, listedeki günler tatil olarak işaretlenir. CAL-MONTH-END
      *'Y' ise gün ayın son iş günüdür (PBEG021 kapitalizasyonu bu
      *günde çalışır). CAL-PREV-BUS-DATE günden önceki son iş günüdür
      *(takvimin ilk iş gününden öncekilerde sıfır); PBEG005/PBEG007
      *düz artışı iki iş günü arasındaki takvim günü kadar uygular.
      *CAL-BUS-DAY-NO takvim başından bu güne kadar (bu gün dahil)
      *sayılan iş günü sırasıdır; iki tarih arasındaki iş günü sayısı
      *sıraların farkıdır (PBEG020 uyuyanlık ve PBEG007 askı yaşı).
      *CAL-WEEKDAY 1 = pazartesi ... 7 = pazar.
       01  CAL-REC.
           05 CAL-DATE         PIC 9(8).
           05 CAL-DAY-TYPE     PIC X(1).
              88 CAL-BUSINESS-DAY        VALUE 'B'.
              88 CAL-WEEKEND             VALUE 'W'.
              88 CAL-HOLIDAY             VALUE 'H'.
           05 CAL-WEEKDAY      PIC 9(1).
           05 CAL-MONTH-END    PIC X(1).
              88 CAL-LAST-BUS-DAY        VALUE 'Y'.
           05 CAL-PREV-BUS-DATE PIC 9(8).
           05 CAL-BUS-DAY-NO   PIC 9(7).
           05 CAL-DESC         PIC X(30).
           05 CAL-UPD-TS       PIC 9(14).
           05 FILLER           PIC X(10).
