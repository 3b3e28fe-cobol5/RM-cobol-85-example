      *    yazilir. Boylece yeniden basvuran kisi yeni REG-ID ile
      *    tekrar acilmaz, gecmisi kopmaz. Calistiran operator
      *    a120'deki gibi dogrulanir; bakim yetkisi (rol B) gerekir.
      *    A143 ile anonimlestirilmis (statu X) ya da A144 ile silme
      *    talebi bekleyen (a111.ank) kayit iade edilmez. Kisinin
      *    a111.khs arsivindeki kimlik / iletisim detayi da a111.kim'e
      *    geri yazilir ve "K" satiri ile jurnale islenir.

       environment DIVISION.


                    file status is guvenlik-durum.

                   select optional defter assign "a111.ank"

                    organization is indexed

                    access mode is random

                    record key is an-reg-id

                    file status is defter-durum.

                   select optional kimlik assign "a111.kim"

                    organization is indexed

                    access mode is dynamic

                    record key is km-reg-id

                    alternate record key is km-tc-no with duplicates

                    file status is kimlik-durum.

                   select optional kimlik-arsiv assign "a111.khs"

                    organization is line sequential

                    file status is kimlik-arsiv-durum.

                   select kimlik-calisma assign "a128.kwk"

                    organization is line sequential.

       DATA division.

       file section.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.


       01 guvenlik-satiri pic x(33).

       fd defter.

       01 defter-kaydi.

           COPY ANKKAYIT.

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       fd kimlik-arsiv.

       01 kimlik-arsiv-satiri pic x(85).

       fd kimlik-calisma.

       01 kimlik-calisma-satiri pic x(85).

       working-storage section.

       77 cevap       pic x value spaces.

       77 deneme-sayac pic 9(01) value zeros.

       77 defter-durum pic x(02) value spaces.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-arsiv-durum pic x(02) value spaces.

       77 kimlik-bulundu pic x value "H".

       77 kimlik-iade-kaydi pic x(85) value spaces.

       01 jurnal-calisma.

           COPY JRNKAYIT.

           move iade-kaydi to registo.

           if kayit-statu = "X"

               display "KAYIT ANONIMLESTIRILMIS : " reg-id space sehir

                   space ilce " CIKIS : " cikis-tarihi

               display "ANONIM KAYIT IADE EDILEMEZ !"

               close kayit

               go to sor2

           end-if.

           perform talep-denetle.

           if defter-durum = "00"

               display "KISI ICIN SILME TALEBI VAR (" an-talep-operator

                   space an-talep-tarihi "), IADE EDILEMEZ !"

               close kayit

               go to sor2

           end-if.

           display "ARSIVDEKI KAYIT : " reg-id space ad space soyad

               space sehir space ilce " CIKIS : " cikis-tarihi.

           perform denetim-guncelle thru denetim-guncelle-son.

           perform kimlik-iade thru kimlik-iade-son.

           close kayit.

           display "KAYIT NO " aranan-id " IADE EDILDI.".

           stop run.

       talep-denetle.

           open input defter.

           if defter-durum = "00"

               move reg-id to an-reg-id

               read defter

                   invalid key move "23" to defter-durum

               end-read

               close defter

           else

               if defter-durum = "05"

                   close defter

               end-if

               move "23" to defter-durum

           end-if.

       isim-ara.

           display "SOY ADI ?".

           end-read.

       kimlik-iade.

      *    arsiv detay satiri a111.his'teki gibi calisma dosyasi

      *    uzerinden ayiklanir; a111.kim'e yazilamazsa a111.khs'ye

      *    dokunulmaz.

           move "H" to kimlik-bulundu.

           open input kimlik-arsiv.

           if kimlik-arsiv-durum not = "00"

               if kimlik-arsiv-durum = "05"

                   close kimlik-arsiv

               end-if

               go to kimlik-iade-son

           end-if.

           open output kimlik-calisma.

           move "N" to gecmis-bitti.

           perform kimlik-ayikla until gecmis-bitti = "E".

           close kimlik-arsiv.

           close kimlik-calisma.

           if kimlik-bulundu = "H"

               go to kimlik-iade-son

           end-if.

           open i-o kimlik.

           if kimlik-durum = "05"

               open output kimlik

               close kimlik

               open i-o kimlik

           end-if.

           if kimlik-durum not = "00"

               display "A111.KIM ACILAMADI, DETAY IADE EDILMEDI !"

               go to kimlik-iade-son

           end-if.

           move kimlik-iade-kaydi to kimlik-kaydi.

           write kimlik-kaydi

               invalid key

                   display "DETAY YAZILAMADI, A111.KHS'YE DOKUNULMADI !"

                   close kimlik

                   go to kimlik-iade-son

           end-write.

           move spaces to jurnal-calisma.

           move "K" to jr-islem.

           move reg-id to jr-reg-id.

           move aktif-operator to jr-operator.

           move km-bilgi to jks-bilgi.

           perform jurnal-yaz.

           close kimlik.

           open input kimlik-calisma.

           open output kimlik-arsiv.

           move "N" to gecmis-bitti.

           perform kimlik-geri-yaz until gecmis-bitti = "E".

           close kimlik-arsiv.

           close kimlik-calisma.

       kimlik-iade-son.

           exit.

       kimlik-ayikla.

           read kimlik-arsiv

               at end move "E" to gecmis-bitti

               not at end

                   move kimlik-arsiv-satiri to kimlik-kaydi

                   if km-reg-id = aranan-id and kimlik-bulundu = "H"

                       move "E" to kimlik-bulundu

                       move kimlik-arsiv-satiri to kimlik-iade-kaydi

                   else

                       move kimlik-arsiv-satiri to kimlik-calisma-satiri

                       write kimlik-calisma-satiri

                   end-if

           end-read.

       kimlik-geri-yaz.

           read kimlik-calisma

               at end move "E" to gecmis-bitti

               not at end

                   move kimlik-calisma-satiri to kimlik-arsiv-satiri

                   write kimlik-arsiv-satiri

           end-read.

       denetim-guncelle.

           open input denetim.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.
