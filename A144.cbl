       IDENTIFICATION DIVISION.

       program-id. a144.

      *    a144 - kisisel veri silme talebi programi. Kisinin
      *    verilerinin silinmesini isteyen basvuru icin KAYIT NO
      *    alinir; kisi a111.dat'ta olmamali (once pasife cekilip A118
      *    ile arsive tasinmis olmali) ve a111.his arsivinde
      *    bulunmalidir. Onaylanan talep a111.ank defterine "T"
      *    satiri olarak, a111.jrn jurnaline de talep eden operatorun
      *    koduyla "A" satiri olarak yazilir; ad / soyad jurnale
      *    yazilmaz. Maskeleme A143 gece calismasinda yapilir.
      *    Calistiran operator A120'deki gibi a122.dat'a gore
      *    dogrulanir; bakim yetkisi (rol B) gerekir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is random

                    record key is reg-id

                    file status is kayit-durum.

                   select optional gecmis assign "a111.his"

                    organization is line sequential

                    file status is gecmis-durum.

                   select optional defter assign "a111.ank"

                    organization is indexed

                    access mode is random

                    record key is an-reg-id

                    file status is defter-durum.

                   select optional jurnal assign "a111.jrn"

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional operator-dosya assign "a122.dat"

                    organization is indexed

                    access mode is random

                    record key is op-kod

                    file status is operator-durum.

                   select optional guvenlik assign "a122.log"

                    organization is line sequential

                    file status is guvenlik-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd gecmis.

       01 gecmis-satiri pic x(90).

       fd defter.

       01 defter-kaydi.

           COPY ANKKAYIT.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.

       01 operator-kaydi.

           COPY OPKAYIT.

       fd guvenlik.

       01 guvenlik-satiri pic x(33).

       working-storage section.

       77 cevap       pic x value spaces.

       77 kayit-durum pic x(02) value spaces.

       77 gecmis-durum pic x(02) value spaces.

       77 defter-durum pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 operator-durum pic x(02) value spaces.

       77 guvenlik-durum pic x(02) value spaces.

       77 aktif-operator pic x(08) value spaces.

       77 giris-kod   pic x(08) value spaces.

       77 giris-sifre pic x(08) value spaces.

       77 deneme-sayac pic 9(01) value zeros.

       77 gecmis-bitti pic x value "N".

       77 kayit-bulundu pic x value "H".

       77 aranan-id   pic 9(06) value zeros.

       77 talep-sayac pic 9(05) value zeros.

       77 arsiv-kaydi pic x(90) value spaces.

       01 jurnal-calisma.

           COPY JRNKAYIT.

       01 guvenlik-calisma.

           COPY GUVKAYIT.

       PROCEDURE DIVISION.

       baslangic.

           open input operator-dosya.

           if operator-durum not = "00"

               display "A122.DAT ACILAMADI, ONCE A122 CALISTIRIN !"

               stop run

           end-if.

       giris.

           display "KULLANICI KODU ?".

           move spaces to giris-kod.

           accept giris-kod.

           display "SIFRE ?".

           move spaces to giris-sifre.

           accept giris-sifre.

           move giris-kod to op-kod.

           read operator-dosya

               invalid key move spaces to op-sifre

           end-read.

           if giris-kod = spaces or op-sifre = spaces

               or giris-sifre not = op-sifre

               add 1 to deneme-sayac

               if deneme-sayac > 2

                   move "R" to gv-sonuc

                   perform guvenlik-yaz

                   display "GIRIS REDDEDILDI !"

                   close operator-dosya

                   stop run

               end-if

               move "H" to gv-sonuc

               perform guvenlik-yaz

               display "KOD / SIFRE HATALI, TEKRAR GIRINIZ !"

               go to giris

           end-if.

           if op-rol not = "B"

               move "Y" to gv-sonuc

               perform guvenlik-yaz

               display "SILME TALEBI ICIN BAKIM YETKISI GEREKIR !"

               close operator-dosya

               stop run

           end-if.

           move "B" to gv-sonuc.

           perform guvenlik-yaz.

           move op-kod to aktif-operator.

           close operator-dosya.

       acilis.

           open i-o defter.

           if defter-durum = "05"

               open output defter

               close defter

               open i-o defter

           end-if.

           if defter-durum not = "00"

               display "A111.ANK ACILAMADI, DURUM : " defter-durum

               stop run

           end-if.

       ana.

           display " ".

           display "SILINMESI ISTENEN KAYIT NO (0 = CIKIS) ?".

           move zeros to aranan-id.

           accept aranan-id.

           if aranan-id = zeros

               go to kapanis

           end-if.

           perform talep-al thru talep-al-son.

           go to ana.

       kapanis.

           close defter.

           display "KAYDEDILEN TALEP..: " talep-sayac.

           stop run.

       talep-al.

      *    guncel dosyadaki kisi anonimlestirilemez; once pasife

      *    cekilip arsive tasinmasi gerekir.

           open input kayit.

           if kayit-durum = "00"

               move aranan-id to reg-id

               read kayit

                   invalid key move "H" to kayit-bulundu

                   not invalid key move "E" to kayit-bulundu

               end-read

               close kayit

           else

               if kayit-durum = "05"

                   close kayit

               end-if

               move "H" to kayit-bulundu

           end-if.

           if kayit-bulundu = "E"

               display "KISI GUNCEL DOSYADA (STATU " kayit-statu

                   "); ONCE PASIFE CEKILIP A118 ILE ARSIVE"

               display "TASINMALIDIR, TALEP KAYDEDILMEDI !"

               go to talep-al-son

           end-if.

           move aranan-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum = "00"

               if an-durum = "T"

                   display "BU KISI ICIN TALEP ZATEN VAR : "

                       an-talep-operator space an-talep-tarihi

               else

                   display "KISI ZATEN ANONIMLESTIRILMIS : " an-tarih

               end-if

               go to talep-al-son

           end-if.

           perform arsiv-ara thru arsiv-ara-son.

           if kayit-bulundu = "H"

               display "KISI ARSIVDE (A111.HIS) BULUNAMADI : "

                   aranan-id

               go to talep-al-son

           end-if.

           move arsiv-kaydi to registo.

           if kayit-statu = "X"

               display "KISI ZATEN ANONIMLESTIRILMIS : " reg-id

               go to talep-al-son

           end-if.

           display "ARSIVDEKI KAYIT : " reg-id space ad space soyad

               space sehir space ilce " CIKIS : " cikis-tarihi.

           display "SILME (ANONIMLESTIRME) TALEBI KAYDEDILSIN MI "

               "(E/H) ?".

           accept cevap.

           if cevap not = "e" and cevap not = "E"

               display "TALEP KAYDEDILMEDI."

               go to talep-al-son

           end-if.

           move spaces to defter-kaydi.

           move reg-id to an-reg-id.

           move "T" to an-durum.

           move "T" to an-sebep.

           move aktif-operator to an-talep-operator.

           accept an-talep-tarihi from date yyyymmdd.

           move zeros to an-tarih.

           move zeros to an-saat.

           move sehir to an-sehir.

           move ilce to an-ilce.

           move cikis-tarihi to an-cikis.

           write defter-kaydi

               invalid key

                   display "A111.ANK YAZILAMADI, TALEP KAYDEDILMEDI !"

                   go to talep-al-son

           end-write.

           perform jurnal-talep.

           add 1 to talep-sayac.

           display "TALEP KAYDEDILDI; A143 GECE CALISMASINDA "

               "UYGULANIR.".

       talep-al-son.

           exit.

       arsiv-ara.

           move "H" to kayit-bulundu.

           open input gecmis.

           if gecmis-durum not = "00"

               if gecmis-durum = "05"

                   close gecmis

               end-if

               go to arsiv-ara-son

           end-if.

           move "N" to gecmis-bitti.

           perform arsiv-tara until gecmis-bitti = "E".

           close gecmis.

       arsiv-ara-son.

           exit.

       arsiv-tara.

           read gecmis

               at end move "E" to gecmis-bitti

               not at end

                   move gecmis-satiri to registo

                   if reg-id = aranan-id

                       move "E" to kayit-bulundu

                       move "E" to gecmis-bitti

                       move gecmis-satiri to arsiv-kaydi

                   end-if

           end-read.

       jurnal-talep.

      *    talep satiri kisisel veri tasimaz : once / sonra goruntusu

      *    bostur, yalniz KAYIT NO ve talep eden operator yazilir.

           move spaces to jurnal-calisma.

           move "A" to jr-islem.

           move reg-id to jr-reg-id.

           move aktif-operator to jr-operator.

           perform jurnal-yaz.

       jurnal-yaz.

           accept jr-tarih from date yyyymmdd.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.

           write jurnal-satiri.

           close jurnal.

       guvenlik-yaz.

           accept gv-tarih from date yyyymmdd.

           accept gv-saat from time.

           move "A144" to gv-program.

           move giris-kod to gv-kod.

           open extend guvenlik.

           move guvenlik-calisma to guvenlik-satiri.

           write guvenlik-satiri.

           close guvenlik.
