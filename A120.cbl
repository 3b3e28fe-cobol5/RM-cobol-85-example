      *    Calistiran operator a112'deki gibi a122.dat'a gore
      *    dogrulanir ve her degisiklik onun koduyla a111.jrn
      *    jurnaline yazilir; bakim yetkisi (rol B) gerekir.
      *    Tasinan kisi bir hanenin uyesiyse (a111.uye) hanenin diger
      *    uyelerinin de tasinmasi onerilir; kabul edilirse hane
      *    adresi (a111.hne) ve aktif uyelerin kayitlari da yeni
      *    SEHIR/ILCE'ye cekilip her biri jurnale yazilir.
      *    Pasife cekme dogrudan uygulanmaz; kaydin once / sonra
      *    goruntusu ile a111.ony onay kuyruguna talep yazilir, ikinci
      *    bir B yetkili operator A145 ile onaylayinca uygulanir.

       environment DIVISION.


                    file status is guvenlik-durum.

                   select optional hane assign "a111.hne"

                    organization is indexed

                    access mode is random

                    record key is hn-no

                    file status is hane-durum.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is random

                    record key is oy-no

                    file status is onay-durum.

                   select optional uye assign "a111.uye"

                    organization is indexed

                    access mode is dynamic

                    record key is uy-anahtar

                    alternate record key is uy-reg-id

                    file status is uye-durum.

       DATA division.

       file section.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.


       01 guvenlik-satiri pic x(33).

       fd hane.

       01 hane-kaydi.

           COPY HNEKAYIT.

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd uye.

       01 uye-kaydi.

           COPY UYEKAYIT.

       working-storage section.

       77 cevap       pic x value spaces.

       77 guvenlik-durum pic x(02) value spaces.

       77 hane-durum  pic x(02) value spaces.

       77 uye-durum   pic x(02) value spaces.

       77 uye-bitti   pic x value "N".

       77 tasinan-hane pic 9(06) value zeros.

       77 tasinan-sayac pic 9(05) value zeros.

       77 onay-durum  pic x(02) value spaces.

       77 yeni-talep  pic 9(06) value zeros.

       01 okunan-kayit pic x(90) value spaces.

       01 jurnal-calisma.

           COPY JRNKAYIT.

           if kayit-durum = "00"

               move registo to okunan-kayit

               move "P" to kayit-statu

               accept cikis-tarihi from date yyyymmdd

               perform talep-yaz thru talep-yaz-son

               if yeni-talep not = zeros

                   display "  PASIFE CEKME ONAYA GONDERILDI : " reg-id

                       "  TALEP NO : " yeni-talep

                   add 1 to cozulen-sayac

               end-if

           end-if.

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

           move "S" to oy-tip.

           move "A120" to oy-program.

           move reg-id to oy-reg-id.

           move okunan-kayit to oy-onceki.

           move registo to oy-sonraki.

       tasinma-onayla.

           move wk-id-1 to reg-id.

                   invalid key display "GUNCELLENEMEDI : " reg-id

                   not invalid key

                       perform jurnal-guncelle

                       perform hane-tasi thru hane-tasi-son

               end-rewrite


           perform ikinci-pasif.

       hane-tasi.

      *    tasinan kisinin hanesi varsa diger uyeler de tasinsin mi

      *    diye sorulur. Tek uyeli hanede hane adresi sormadan izler.

           open i-o uye.

           if uye-durum not = "00"

               if uye-durum = "05"

                   close uye

               end-if

               go to hane-tasi-son

           end-if.

           move wk-id-1 to uy-reg-id.

           read uye key is uy-reg-id

               invalid key

                   close uye

                   go to hane-tasi-son

           end-read.

           move uy-hane to tasinan-hane.

           open i-o hane.

           if hane-durum not = "00"

               if hane-durum = "05"

                   close hane

               end-if

               close uye

               go to hane-tasi-son

           end-if.

           move tasinan-hane to hn-no.

           read hane

               invalid key

                   close hane

                   close uye

                   go to hane-tasi-son

           end-read.

           move zeros to tasinan-sayac.

           move "N" to cevap.

           perform uye-say.

           if tasinan-sayac > zeros

               display "  KISI " tasinan-hane " NOLU HANENIN UYESIDIR ("

                   tasinan-sayac " DIGER UYE)."

               display "  HANENIN TUM UYELERI DE TASINSIN MI (E/H) ?"

               accept cevap

           else

               move "E" to cevap

           end-if.

           if cevap = "e" or "E"

               move wk-yeni-sehir to hn-sehir

               move wk-yeni-ilce to hn-ilce

               rewrite hane-kaydi

                   invalid key display "HANE GUNCELLENEMEDI : " hn-no

               end-rewrite

               move zeros to tasinan-sayac

               perform uye-tasi-bas

               display "  HANEDEN TASINAN UYE : " tasinan-sayac

           else

               display "  KISI HANE ADRESINDEN AYRILDI, HANE BAKIMI "

                   "A140 ILE YAPILIR."

           end-if.

           close hane.

           close uye.

       hane-tasi-son.

           exit.

       uye-say.

           move tasinan-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           perform uye-say-oku until uye-bitti = "E".

       uye-say-oku.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = tasinan-hane

                       move "E" to uye-bitti

                   else

                       if uy-reg-id not = wk-id-1

                           add 1 to tasinan-sayac

                       end-if

                   end-if

           end-read.

       uye-tasi-bas.

           move tasinan-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           perform uye-tasi until uye-bitti = "E".

       uye-tasi.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = tasinan-hane

                       move "E" to uye-bitti

                   else

                       if uy-reg-id not = wk-id-1

                           perform uye-kaydi-tasi

                       end-if

                   end-if

           end-read.

       uye-kaydi-tasi.

      *    yalniz aktif ve adresi farkli uyeler tasinir.

           move uy-reg-id to reg-id.

           read kayit

               invalid key

                   display "  UYE KAYDI OKUNAMADI : " reg-id

           end-read.

           if kayit-durum = "00" and kayit-statu = "A"

               and (sehir not = wk-yeni-sehir

                   or ilce not = wk-yeni-ilce)

               perform onceki-sakla

               move wk-yeni-sehir to sehir

               move wk-yeni-ilce to ilce

               rewrite registo

                   invalid key display "  GUNCELLENEMEDI : " reg-id

                   not invalid key

                       perform jurnal-guncelle

                       add 1 to tasinan-sayac

               end-rewrite

           end-if.

       onceki-sakla.

           move reg-id to jr-reg-id.

           perform jurnal-yaz.

       sonraki-doldur.

           move ad to js-ad.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.
