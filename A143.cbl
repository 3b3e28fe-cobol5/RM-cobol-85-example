       IDENTIFICATION DIVISION.

       program-id. a143.

      *    a143 - kisisel veri saklama / anonimlestirme programi
      *    (KVKK). a111.his arsivinde cikis tarihi saklama suresinden
      *    eski olan ve A144 ile silinmesi istenen (a111.ank'ta "T")
      *    kisilerin AD / SOYAD'ini "*" ile maskeler, statuyu "X"
      *    yapar ve kisiyi a111.ank defterine "Y" olarak yazar. Sonra
      *    a111.jrn, a111.jkt'deki tum jurnal kusaklari ve a111.bak
      *    yedegi taranir; defterde "Y" olan her KAYIT NO'nun once /
      *    sonra goruntulerindeki ve yedek satirindaki ad / soyad da
      *    maskelenir. Bu kisilerin a111.khs arsiv detay satirlarinda,
      *    jurnaldeki "K" satirlarinda ve yedegin K satirlarinda TC
      *    kimlik no ile dogum tarihi sifirlanir, adres ve telefon
      *    "*" ile maskelenir. REG-ID, SEHIR / ILCE, tarihler ve satir
      *    sayilari degismez; A121 / A131 istatistikleri ve A129
      *    satir araliklari tutarli kalir. Dosyalar a143.wrk uzerinden
      *    yeniden yazildigi icin program A135 gibi cevrim ici
      *    programlar kapaliyken gece adimi olarak calistirilmalidir.
      *    Sonunda bu calismada anonimlestirilen kisileri ve bekleyen
      *    talepleri listeleyen a143.rpt belgesi dokulur. Saklama
      *    suresi (yil) a111.prm'deki "A143" satirindan ya da
      *    sorularak alinir; 0 verilirse yalniz talepler uygulanir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional gecmis assign "a111.his"

                    organization is line sequential

                    file status is gecmis-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional yedek assign "a111.bak"

                    organization is line sequential

                    file status is yedek-durum.

                   select calisma assign "a143.wrk"

                    organization is line sequential.

                   select optional kimlik-arsiv assign "a111.khs"

                    organization is line sequential

                    file status is kimlik-arsiv-durum.

                   select optional defter assign "a111.ank"

                    organization is indexed

                    access mode is dynamic

                    record key is an-reg-id

                    file status is defter-durum.

                   select rapor assign "a143.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd gecmis.

       01 gecmis-satiri pic x(90).

       fd jurnal.

       01 jurnal-kaydi.

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd yedek.

       01 yedek-satiri pic x(91).

       fd calisma.

       01 calisma-satiri pic x(208).

       fd kimlik-arsiv.

       01 kimlik-arsiv-satiri pic x(85).

       fd defter.

       01 defter-kaydi.

           COPY ANKKAYIT.

       fd rapor.

       01 rapor-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 gecmis-durum pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 yedek-durum pic x(02) value spaces.

       77 defter-durum pic x(02) value spaces.

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 okuma-bitti pic x value "N".

       77 tablo-bitti pic x value "N".

       77 maskele     pic x value "H".

       77 satir-maskeli pic x value "H".

       77 saklama-yil pic 9(02) value zeros.

       77 kesim-tarihi pic 9(08) value zeros.

       77 bugun       pic 9(08) value zeros.

       77 simdi       pic 9(08) value zeros.

       77 maske-ad    pic x(12) value all "*".

       77 maske-soyad pic x(15) value all "*".

       77 his-sayac   pic 9(06) value zeros.

       77 sure-sayac  pic 9(06) value zeros.

       77 talep-sayac pic 9(06) value zeros.

       77 dosya-sayac pic 9(06) value zeros.

       77 jurnal-sayac pic 9(06) value zeros.

       77 yedek-sayac pic 9(06) value zeros.

       77 kimlik-arsiv-durum pic x(02) value spaces.

       77 kimlik-sayac pic 9(06) value zeros.

       77 bekleyen-sayac pic 9(06) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 toplu-yil   pic 9(02) value zeros.

       01 registo.

           COPY REGKAYIT.

       01 yedek-calisma.

           COPY YEDKAYIT.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       01 kimlik-maske.

           05 filler      pic 9(11) value zeros.

           05 filler      pic 9(08) value zeros.

           05 filler      pic x(40) value all "*".

           05 filler      pic x(12) value all "*".

       01 baslik-1.

           05 filler      pic x(30)

               value "KISISEL VERI ANONIMLESTIRME".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(10) value "KAYIT NO".

           05 filler      pic x(13) value "SEHIR".

           05 filler      pic x(13) value "ILCE".

           05 filler      pic x(10) value "CIKIS".

           05 filler      pic x(08) value "SEBEP".

           05 filler      pic x(10) value "TALEP EDEN".

           05 filler      pic x(10) value "TALEP TRH".

       01 detay-satiri.

           05 dt-reg-id   pic 9(06).

           05 filler      pic x(04) value spaces.

           05 dt-sehir    pic x(12).

           05 filler      pic x(01) value spaces.

           05 dt-ilce     pic x(12).

           05 filler      pic x(01) value spaces.

           05 dt-cikis    pic 9(08).

           05 filler      pic x(02) value spaces.

           05 dt-sebep    pic x(06).

           05 filler      pic x(02) value spaces.

           05 dt-operator pic x(08).

           05 filler      pic x(02) value spaces.

           05 dt-talep    pic 9(08).

       01 toplam-satiri.

           05 tp-etiket   pic x(40).

           05 tp-sayac    pic 9(08).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform parametre-oku thru parametre-oku-son.

           if toplu-mod = "E"

               move toplu-yil to saklama-yil

           else

               display "SAKLAMA SURESI (YIL, 0 = YALNIZ TALEPLER) ?"

               accept saklama-yil

           end-if.

           accept bugun from date yyyymmdd.

           accept simdi from time.

      *    kesim : bugunden saklama suresi kadar yil geri; bu tarihten

      *    once cikmis arsiv kayitlari anonimlestirilir.

           if saklama-yil not = zeros

               multiply saklama-yil by 10000 giving kesim-tarihi

               subtract kesim-tarihi from bugun giving kesim-tarihi

           end-if.

           open i-o defter.

           if defter-durum = "05"

               open output defter

               close defter

               open i-o defter

           end-if.

           if defter-durum not = "00"

               display "A111.ANK ACILAMADI, DURUM : " defter-durum

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           perform gecmis-isle thru gecmis-isle-son.

           perform kimlik-arsiv-isle thru kimlik-arsiv-isle-son.

           perform jurnal-isle.

           perform yedek-isle thru yedek-isle-son.

           open output rapor.

           perform sayfa-basi.

           perform belge-yaz.

           close rapor.

           close defter.

           display "ANONIMLESTIRILEN..: " his-sayac.

           display "  SAKLAMA SURESI..: " sure-sayac.

           display "  KISI TALEBI.....: " talep-sayac.

           display "BEKLEYEN TALEP....: " bekleyen-sayac.

           display "MASKELENEN JURNAL.: " jurnal-sayac.

           display "MASKELENEN YEDEK..: " yedek-sayac.

           display "MASKELENEN DETAY..: " kimlik-sayac.

           display "BELGE A143.RPT DOSYASINA YAZILDI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       gecmis-isle.

      *    arsiv a143.wrk'ye maskelenerek kopyalanir, bir kisi bile

      *    maskelendiyse a111.his calisma dosyasindan yeniden yazilir.

           open input gecmis.

           if gecmis-durum not = "00"

               if gecmis-durum = "05"

                   close gecmis

               end-if

               go to gecmis-isle-son

           end-if.

           open output calisma.

           move "N" to okuma-bitti.

           perform gecmis-oku until okuma-bitti = "E".

           close gecmis.

           close calisma.

           if his-sayac = zeros

               go to gecmis-isle-son

           end-if.

           open input calisma.

           open output gecmis.

           move "N" to okuma-bitti.

           perform gecmis-geri-yaz until okuma-bitti = "E".

           close gecmis.

           close calisma.

       gecmis-isle-son.

           exit.

       gecmis-oku.

           read gecmis

               at end move "E" to okuma-bitti

               not at end

                   move gecmis-satiri to registo

                   if kayit-statu not = "X"

                       perform gecmis-degerlendir

                   end-if

                   move registo to calisma-satiri

                   write calisma-satiri

           end-read.

       gecmis-degerlendir.

      *    defterde satiri olan (talep edilmis ya da daha once

      *    anonimlestirilmis) ya da saklama suresi dolan kisi

      *    maskelenir.

           move "H" to maskele.

           move reg-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum = "00"

               move "E" to maskele

               if an-durum = "T"

                   move "T" to an-sebep

                   add 1 to talep-sayac

               end-if

           else

               if kesim-tarihi not = zeros

                   and cikis-tarihi not = zeros

                   and cikis-tarihi < kesim-tarihi

                   move "E" to maskele

                   move spaces to defter-kaydi

                   move reg-id to an-reg-id

                   move "S" to an-sebep

                   move zeros to an-talep-tarihi

                   add 1 to sure-sayac

               end-if

           end-if.

           if maskele = "E"

               move maske-ad to ad

               move maske-soyad to soyad

               move "X" to kayit-statu

               add 1 to his-sayac

               perform defter-yaz

           end-if.

       defter-yaz.

           move "Y" to an-durum.

           move bugun to an-tarih.

           move simdi to an-saat.

           move sehir to an-sehir.

           move ilce to an-ilce.

           move cikis-tarihi to an-cikis.

           if defter-durum = "00"

               rewrite defter-kaydi

                   invalid key

                       display "A111.ANK GUNCELLENEMEDI : " an-reg-id

               end-rewrite

           else

               write defter-kaydi

                   invalid key

                       display "A111.ANK YAZILAMADI : " an-reg-id

               end-write

           end-if.

       gecmis-geri-yaz.

           read calisma

               at end move "E" to okuma-bitti

               not at end

                   move calisma-satiri to gecmis-satiri

                   write gecmis-satiri

           end-read.

       kimlik-arsiv-isle.

      *    a111.khs de a111.his gibi a143.wrk uzerinden yeniden

      *    yazilir; defterde "Y" olan kisilerin detayi maskelenir.

           open input kimlik-arsiv.

           if kimlik-arsiv-durum not = "00"

               if kimlik-arsiv-durum = "05"

                   close kimlik-arsiv

               end-if

               go to kimlik-arsiv-isle-son

           end-if.

           open output calisma.

           move "N" to okuma-bitti.

           perform kimlik-arsiv-oku until okuma-bitti = "E".

           close kimlik-arsiv.

           close calisma.

           if kimlik-sayac = zeros

               go to kimlik-arsiv-isle-son

           end-if.

           open input calisma.

           open output kimlik-arsiv.

           move "N" to okuma-bitti.

           perform kimlik-arsiv-geri-yaz until okuma-bitti = "E".

           close kimlik-arsiv.

           close calisma.

       kimlik-arsiv-isle-son.

           exit.

       kimlik-arsiv-oku.

           read kimlik-arsiv

               at end move "E" to okuma-bitti

               not at end

                   move kimlik-arsiv-satiri to kimlik-kaydi

                   perform kimlik-kaydi-maskele

                   move kimlik-kaydi to calisma-satiri

                   write calisma-satiri

           end-read.

       kimlik-kaydi-maskele.

           move km-reg-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum = "00" and an-durum = "Y"

               and km-bilgi not = kimlik-maske

               move kimlik-maske to km-bilgi

               add 1 to kimlik-sayac

           end-if.

       kimlik-arsiv-geri-yaz.

           read calisma

               at end move "E" to okuma-bitti

               not at end

                   move calisma-satiri to kimlik-arsiv-satiri

                   write kimlik-arsiv-satiri

           end-read.

       jurnal-isle.

      *    devredilmis kusaklarin tamami ve a111.jrn taranir.

           open input kusak-tablo.

           if tablo-durum = "00"

               move "N" to tablo-bitti

               perform kusak-oku until tablo-bitti = "E"

               close kusak-tablo

           else

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

           end-if.

           move "a111.jrn" to jurnal-adi.

           perform jurnal-maskele thru jurnal-maskele-son.

       kusak-oku.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   move ku-dosya to jurnal-adi

                   perform jurnal-maskele thru jurnal-maskele-son

           end-read.

       jurnal-maskele.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               else

                   display "KUSAK DOSYASI ACILAMADI : " jurnal-adi

               end-if

               go to jurnal-maskele-son

           end-if.

           move zeros to dosya-sayac.

           open output calisma.

           move "N" to okuma-bitti.

           perform jurnal-oku until okuma-bitti = "E".

           close jurnal.

           close calisma.

           if dosya-sayac = zeros

               go to jurnal-maskele-son

           end-if.

           open input calisma.

           open output jurnal.

           move "N" to okuma-bitti.

           perform jurnal-geri-yaz until okuma-bitti = "E".

           close jurnal.

           close calisma.

           add dosya-sayac to jurnal-sayac.

           display "MASKELENEN SATIR : " jurnal-adi space dosya-sayac.

       jurnal-maskele-son.

           exit.

       jurnal-oku.

           read jurnal

               at end move "E" to okuma-bitti

               not at end

                   if jr-islem not = "A"

                       perform jurnal-satiri-maskele thru

                           jurnal-satiri-maskele-son

                   end-if

                   move jurnal-kaydi to calisma-satiri

                   write calisma-satiri

           end-read.

       jurnal-satiri-maskele.

           move jr-reg-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum not = "00" or an-durum not = "Y"

               go to jurnal-satiri-maskele-son

           end-if.

           move "H" to satir-maskeli.

      *    K satirlarinin goruntuleri ad / soyad degil kimlik /

      *    iletisim detayidir.

           if jr-islem = "K"

               perform kimlik-satiri-maskele

               go to jurnal-satiri-sayac

           end-if.

           if jo-ad not = spaces and jo-ad not = maske-ad

               move maske-ad to jo-ad

               move "E" to satir-maskeli

           end-if.

           if jo-soyad not = spaces and jo-soyad not = maske-soyad

               move maske-soyad to jo-soyad

               move "E" to satir-maskeli

           end-if.

           if js-ad not = spaces and js-ad not = maske-ad

               move maske-ad to js-ad

               move "E" to satir-maskeli

           end-if.

           if js-soyad not = spaces and js-soyad not = maske-soyad

               move maske-soyad to js-soyad

               move "E" to satir-maskeli

           end-if.

       jurnal-satiri-sayac.

           if satir-maskeli = "E"

               add 1 to dosya-sayac

           end-if.

       jurnal-satiri-maskele-son.

           exit.

       kimlik-satiri-maskele.

           if jko-bilgi not = spaces and jko-bilgi not = kimlik-maske

               move kimlik-maske to jko-bilgi

               move "E" to satir-maskeli

           end-if.

           if jks-bilgi not = spaces and jks-bilgi not = kimlik-maske

               move kimlik-maske to jks-bilgi

               move "E" to satir-maskeli

           end-if.

       jurnal-geri-yaz.

           read calisma

               at end move "E" to okuma-bitti

               not at end

                   move calisma-satiri to jurnal-kaydi

                   write jurnal-kaydi

           end-read.

       yedek-isle.

      *    yedegin detay satirlari maskelenir; baslik ve dip

      *    kayitlarindaki sayac ve REG-ID toplami degismez.

           open input yedek.

           if yedek-durum not = "00"

               if yedek-durum = "05"

                   close yedek

               end-if

               go to yedek-isle-son

           end-if.

           open output calisma.

           move "N" to okuma-bitti.

           perform yedek-oku until okuma-bitti = "E".

           close yedek.

           close calisma.

           if yedek-sayac = zeros

               go to yedek-isle-son

           end-if.

           open input calisma.

           open output yedek.

           move "N" to okuma-bitti.

           perform yedek-geri-yaz until okuma-bitti = "E".

           close yedek.

           close calisma.

       yedek-isle-son.

           exit.

       yedek-oku.

           read yedek

               at end move "E" to okuma-bitti

               not at end

                   move yedek-satiri to yedek-calisma

                   if yk-tip = "D"

                       perform yedek-satiri-maskele

                   end-if

                   if yk-tip = "K"

                       perform yedek-kimlik-maskele

                   end-if

                   move yedek-calisma to calisma-satiri

                   write calisma-satiri

           end-read.

       yedek-satiri-maskele.

           move yk-govde to registo.

           move reg-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum = "00" and an-durum = "Y"

               and (ad not = maske-ad or soyad not = maske-soyad)

               move maske-ad to ad

               move maske-soyad to soyad

               move registo to yk-govde

               add 1 to yedek-sayac

           end-if.

       yedek-kimlik-maskele.

           move yk-govde to kimlik-kaydi.

           move km-reg-id to an-reg-id.

           read defter

               invalid key move "23" to defter-durum

           end-read.

           if defter-durum = "00" and an-durum = "Y"

               and km-bilgi not = kimlik-maske

               move kimlik-maske to km-bilgi

               move kimlik-kaydi to yk-govde

               add 1 to yedek-sayac

           end-if.

       yedek-geri-yaz.

           read calisma

               at end move "E" to okuma-bitti

               not at end

                   move calisma-satiri to yedek-satiri

                   write yedek-satiri

           end-read.

       belge-yaz.

      *    bu calismada anonimlestirilenler (an-tarih / an-saat bu

      *    calismanin damgasi) ve hala bekleyen talepler listelenir.

           move zeros to an-reg-id.

           start defter key is not less than an-reg-id

               invalid key move "10" to defter-durum

               not invalid key move "00" to defter-durum

           end-start.

           perform belge-oku until defter-durum = "10".

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "BEKLEYEN TALEPLER (KISI ARSIVDE DEGIL) :"

               to cikti-satir.

           perform rapor-yaz.

           move zeros to an-reg-id.

           start defter key is not less than an-reg-id

               invalid key move "10" to defter-durum

               not invalid key move "00" to defter-durum

           end-start.

           perform bekleyen-oku until defter-durum = "10".

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "SAKLAMA SURESI (YIL)....................:"

               to tp-etiket.

           move saklama-yil to tp-sayac.

           perform toplam-yaz.

           move "KESIM TARIHI............................:"

               to tp-etiket.

           move kesim-tarihi to tp-sayac.

           perform toplam-yaz.

           move "ANONIMLESTIRILEN ARSIV KAYDI............:"

               to tp-etiket.

           move his-sayac to tp-sayac.

           perform toplam-yaz.

           move "  SAKLAMA SURESI DOLAN..................:"

               to tp-etiket.

           move sure-sayac to tp-sayac.

           perform toplam-yaz.

           move "  KISI TALEBI...........................:"

               to tp-etiket.

           move talep-sayac to tp-sayac.

           perform toplam-yaz.

           move "BEKLEYEN TALEP..........................:"

               to tp-etiket.

           move bekleyen-sayac to tp-sayac.

           perform toplam-yaz.

           move "MASKELENEN JURNAL SATIRI................:"

               to tp-etiket.

           move jurnal-sayac to tp-sayac.

           perform toplam-yaz.

           move "MASKELENEN YEDEK (A111.BAK) SATIRI......:"

               to tp-etiket.

           move yedek-sayac to tp-sayac.

           perform toplam-yaz.

           move "MASKELENEN DETAY (A111.KHS) SATIRI......:"

               to tp-etiket.

           move kimlik-sayac to tp-sayac.

           perform toplam-yaz.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "VERI SORUMLUSU : ....................    IMZA : ......"

               to cikti-satir.

           perform rapor-yaz.

       belge-oku.

           read defter next record

               at end move "10" to defter-durum

               not at end

                   if an-durum = "Y" and an-tarih = bugun

                       and an-saat = simdi

                       perform belge-satiri

                   end-if

           end-read.

       bekleyen-oku.

           read defter next record

               at end move "10" to defter-durum

               not at end

                   if an-durum = "T"

                       add 1 to bekleyen-sayac

                       perform belge-satiri

                   end-if

           end-read.

       belge-satiri.

           move an-reg-id to dt-reg-id.

           move an-sehir to dt-sehir.

           move an-ilce to dt-ilce.

           move an-cikis to dt-cikis.

           if an-sebep = "T"

               move "TALEP" to dt-sebep

               move an-talep-operator to dt-operator

               move an-talep-tarihi to dt-talep

           else

               move "SURE" to dt-sebep

               move spaces to dt-operator

               move zeros to dt-talep

           end-if.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

       toplam-yaz.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

       rapor-yaz.

           if satir-sayac > 58

               perform sayfa-basi

           end-if.

           move cikti-satir to rapor-satiri.

           write rapor-satiri.

           add 1 to satir-sayac.

       sayfa-basi.

           add 1 to sayfa-no.

           move sayfa-no to bs-sayfa.

           move baslik-1 to rapor-satiri.

           write rapor-satiri.

           move baslik-2 to rapor-satiri.

           write rapor-satiri.

           move spaces to rapor-satiri.

           write rapor-satiri.

           move 3 to satir-sayac.

       parametre-oku.

           open input parametre.

           if parametre-durum not = "00"

               go to parametre-oku-son

           end-if.

           move "N" to parametre-bitti.

           perform parametre-ara until parametre-bitti = "E".

           close parametre.

       parametre-oku-son.

           exit.

       parametre-ara.

           read parametre

               at end move "E" to parametre-bitti

               not at end

                   if pr-program = "A143"

                       move "E" to toplu-mod

                       if p43-yil numeric

                           move p43-yil to toplu-yil

                       else

                           move zeros to toplu-yil

                       end-if

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A143" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move his-sayac to oz-sayac-1.

           move jurnal-sayac to oz-sayac-2.

           move "ANONIM KISI / JURNAL SATIRI" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.
