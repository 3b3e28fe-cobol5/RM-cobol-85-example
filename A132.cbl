      *    a132 - jurnalden geri alma programi. Verilen KAYIT NO icin
      *    a111.jrn'deki degisiklik satirlarini a117'deki gibi sira
      *    numarasi ile listeler; operator bir satir secince o
      *    satirin ONCE goruntusu a111.dat'taki kayit icin geri alma
      *    talebi olarak a111.ony onay kuyruguna yazilir; talep eden
      *    disinda bir B yetkili operator A145 ile onaylayinca kayda
      *    geri yazilir ve "G" islemi olarak a111.jrn'e islenir, boylece
      *    denetim izi kopmaz. Calistiran operator a120'deki gibi
      *    dogrulanir; bakim yetkisi (rol B) gerekir. A135 ile
      *    devredilmis eski jurnal kusaklari a111.jkt tablosundan
      *    bulunup a111.jrn'den once taranir; verilen baslangic
      *    tarihinden once biten kusaklar okunmaz.

       environment DIVISION.


                    file status is kayit-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is random

                    record key is oy-no

                    file status is onay-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional operator-dosya assign "a122.dat"

                    organization is indexed

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd operator-dosya.


       77 geri-cikis  pic x(08) value spaces.

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 tablo-durum pic x(02) value spaces.

       77 tablo-bitti pic x value "N".

       77 bas-tarih   pic 9(08) value zeros.

       77 okunan-dosya pic 9(03) value zeros.

       77 tarama-modu pic x value "L".

       77 onay-durum  pic x(02) value spaces.

       77 yeni-talep  pic 9(06) value zeros.

       01 okunan-kayit pic x(90) value spaces.

       01 jurnal-calisma.

           COPY JRNKAYIT.

           if aranan-id = zeros go to sor2.

           display "BASLANGIC TARIHI (YYYYAAGG, 0 = TUM KUSAKLAR) ?".

           move zeros to bas-tarih.

           accept bas-tarih.

           perform jurnal-listele thru jurnal-listele-son.

           if sira-sayac = zeros

       geri-al.

           open input kayit.

           if kayit-durum not = "00"


           end-if.

           move registo to okunan-kayit.

           move geri-ad to ad.


           move geri-cikis to cikis-tarihi.

           perform talep-yaz thru talep-yaz-son.

           if yeni-talep not = zeros

               display "KAYIT NO " aranan-id " GERI ALMA TALEBI ONAYA"

                   " GONDERILDI, TALEP NO : " yeni-talep

           else

               display "GERI ALMA TALEBI YAZILAMADI, KAYIT DEGISMEDI !"

           end-if.

           close kayit.


           move zeros to sira-sayac.

           move zeros to okunan-dosya.

           display "KAYIT NO " aranan-id " DEGISIKLIK GECMISI".

           display "--------------------------------------".

           move "L" to tarama-modu.

           perform kusak-tara thru kusak-tara-son.

           move "a111.jrn" to jurnal-adi.

           perform jurnal-tara thru jurnal-tara-son.

           if okunan-dosya = zeros

               display "A111.JRN BULUNAMADI, JURNAL KAYDI YOK !"

           end-if.

       jurnal-listele-son.


                   if jr-reg-id = aranan-id and jr-islem not = "E"

                       and jr-islem not = "A" and jr-islem not = "K"

                       and jr-tarih not < bas-tarih

                       add 1 to sira-sayac

                       perform satir-goster

           move zeros to sira-sayac.

           move "G" to tarama-modu.

           perform kusak-tara thru kusak-tara-son.

           move "a111.jrn" to jurnal-adi.

           perform jurnal-tara thru jurnal-tara-son.

       jurnal-getir-son.

           exit.

       kusak-tara.

      *    kusaklar numara sirasiyla okunur; listeleme ve getirme ayni

      *    sirayi izledigi icin sira numarasi iki geciste de ayni

      *    satiri gosterir.

           open input kusak-tablo.

           if tablo-durum not = "00"

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

               go to kusak-tara-son

           end-if.

           move "N" to tablo-bitti.

           perform kusak-oku until tablo-bitti = "E".

           close kusak-tablo.

       kusak-tara-son.

           exit.

       kusak-oku.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-son-tarih not < bas-tarih

                       move ku-dosya to jurnal-adi

                       perform jurnal-tara thru jurnal-tara-son

                   end-if

           end-read.

       jurnal-tara.

           if tarama-modu = "G" and secim-bulundu = "E"

               go to jurnal-tara-son

           end-if.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               else

                   display "KUSAK DOSYASI ACILAMADI : " jurnal-adi

               end-if

               go to jurnal-tara-son

           end-if.

           add 1 to okunan-dosya.

           move "N" to jurnal-bitti.

           if tarama-modu = "L"

               perform listele-oku until jurnal-bitti = "E"

           else

               perform getir-oku until jurnal-bitti = "E"

           end-if.

           close jurnal.

       jurnal-tara-son.

           exit.


                   if jr-reg-id = aranan-id and jr-islem not = "E"

                       and jr-islem not = "A" and jr-islem not = "K"

                       and jr-tarih not < bas-tarih

                       add 1 to sira-sayac

                       if sira-sayac = secilen-sira

           move jo-cikis to geri-cikis.

       talep-yaz.

      *    islem dogrudan uygulanmaz; a111.ony onay kuyruguna talep

      *    olarak yazilir, talep eden disinda bir B yetkili operator

      *    A145 ile onaylayinca uygulanir. Numara denetim satirindaki

      *    son numaranin bir fazlasidir; numara doluysa sonraki denenir.

           open i-o onay.

           if onay-durum = "05"

               open output onay

               close onay

               open i-o onay

           end-if.

           if onay-durum not = "00"

               move zeros to yeni-talep

               display "A111.ONY ACILAMADI, DURUM : " onay-durum

               go to talep-yaz-son

           end-if.

           move zeros to oy-no.

           read onay

               invalid key

                   move spaces to onay-kaydi

                   move zeros to oy-no

                   move zeros to oy-istek-tarihi

                   move zeros to oy-istek-saati

                   move zeros to oy-karar-tarihi

                   move zeros to oy-karar-saati

                   move zeros to oy-reg-id

                   write onay-kaydi

                       invalid key

                           display "A111.ONY DENETIM SATIRI "

                               "YAZILAMADI !"

                   end-write

           end-read.

       talep-dene.

           move zeros to yeni-talep.

           move zeros to oy-no.

           read onay

               invalid key

                   display "A111.ONY DENETIM SATIRI OKUNAMADI !"

                   go to talep-kapat

           end-read.

           add 1 to oy-reg-id.

           if oy-reg-id = zeros

               display "TALEP NUMARASI KALMADI !"

               go to talep-kapat

           end-if.

           rewrite onay-kaydi

               invalid key

                   display "A111.ONY DENETIM SATIRI YAZILAMADI !"

                   go to talep-kapat

           end-rewrite.

           move oy-reg-id to yeni-talep.

           perform talep-doldur.

           move yeni-talep to oy-no.

           write onay-kaydi

               invalid key go to talep-dene

           end-write.

       talep-kapat.

           close onay.

       talep-yaz-son.

           exit.

       talep-doldur.

           move spaces to onay-kaydi.

           move "B" to oy-durum.

           move aktif-operator to oy-isteyen.

           accept oy-istek-tarihi from date yyyymmdd.

           accept oy-istek-saati from time.

           move zeros to oy-karar-tarihi.

           move zeros to oy-karar-saati.

           move "G" to oy-tip.

           move "A132" to oy-program.

           move reg-id to oy-reg-id.

           move okunan-kayit to oy-onceki.

           move registo to oy-sonraki.

       guvenlik-yaz.

