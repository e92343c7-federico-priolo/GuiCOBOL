000030*
000040* reporting over the compliance journal of the audit facility
000050*
000052* FIRST 02 SEPTEMBER 2026  0.1.0  LAST 15.10.2026
000054*
000056* 15.10.2026 -v verify mode: walks the hash chain of the
000058*            journal, reports broken links, sequence gaps and
000060*            truncation against the <journal>.chn anchor
000062* 15.10.2026 company code in the record (covered by the chain
000064*            hash when present), -c filter by company

000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000340*     -gWIDGET              one widget ("who changed this
000350*                           field": -g with -d is the lookup
000360*                           the auditors ask for)
000362*     -cCOMPANY             one company (the code of the
000364*                           company the session signed on
000366*                           for; records of a shop running
000368*                           one company carry none)
000370*     -s                    daily activity summary per
000380*                           operator instead of the detail
000381*     -v                    verify the chain: every record
000382*                           carries its sequence number and
000383*                           the hash of the previous link
000384*                           plus itself; the listing shows
000385*                           the first broken link, every gap
000386*                           in the numbering and a journal
000387*                           cut short (the last link must
000388*                           match the <journal>.chn anchor).
000389*                           the filters do not apply, return
000390*                           code 8 when anything is wrong

000391* the listing lands beside the journal as <journal>.rpt, 132
000400* columns paged like every print verb spool.
000410*---------------------------------------------------------------------

000500      organization is line sequential
000510      file status  is rpt-stato.

000512     select optional ark-chn assign to chn-file
000514      organization is line sequential
000516      file status  is chn-stato.

000520 data division.

000530 file section.
000580 01 rec-rpt.
000590    02 dati-rpt                  pic x(132).

000592 fd ark-chn.
000594 01 rec-chn.
000596    02 dati-chn                  pic x(40).

000600 working-storage section.

000610 77 aud-file                     pic x(200).
000710 77 filtro-utente                pic x(16) value spaces.
000720 77 filtro-finestra              pic x(16) value spaces.
000730 77 filtro-widget                pic x(16) value spaces.
000735 77 filtro-ditta                 pic x(8) value spaces.
000740 77 modo-sommario                pic x value space.
000750 77 conta-lette                  pic 9(7) value zeros.
000760 77 conta-scritte                pic 9(7) value zeros.
000820 77 som-ind                      usage binary-long.
000830 77 conta-sommario               usage binary-long value zero.
000835 77 som-troppi                   pic x value space.
000836 77 chn-file                     pic x(200).
000837 77 chn-stato                    pic xx.
000838 77 modo-verifica                pic x value space.
000839 77 ver-iniziata                 pic x value space.
000840 77 ver-seq-prec                 pic 9(9) value zeros.
000841 77 ver-hash-prec                pic 9(18) value zeros.
000842 77 ver-hash-calc                pic 9(18) value zeros.
000843 77 ver-prima                    pic 9(7) value zeros.
000844 77 ver-rotti                    pic 9(7) value zeros.
000845 77 ver-buchi                    pic 9(7) value zeros.
000846 77 ver-tronco                   pic x value space.
000847 77 ver-edit                     pic z(8)9.
000848 77 ver-edit-2                   pic z(8)9.
000849 77 hash-testo                   pic x(256).
000850 77 hash-i                       usage binary-long.
000851 77 hash-lungo                   usage binary-long.

000852 01 tab-sommario.
000853    05 sommario-entry            occurs 2000 times.
000860       10 som-data               pic x(8).
000870       10 som-utente             pic x(16).
000880       10 som-conta              pic 9(7).
001040    05 voce-vecchio              pic x(40).
001050    05 filler                    pic x.
001060    05 voce-nuovo                pic x(40).
001061    05 filler                    pic x.
001062    05 voce-seq                  pic 9(9).
001063    05 filler                    pic x.
001064    05 voce-hash                 pic 9(18).
001065    05 filler                    pic x.
001066    05 voce-ditta                pic x(8).
001067    05 filler                    pic x(2).

001070 procedure division.
001080 inizio.
001150     end-unstring.

001160     if aud-file = spaces
001166      display "Usage: agaraudit journal"
001172              " [-dA:B -uU -wW -gX -cC -s -v]"
001180      move 1 to return-code
001190      goback
001200     end-if.
001630     if modo-sommario = "S"
001640      perform scrivi-sommario thru ex-scrivi-sommario.

001642     if modo-verifica = "S"
001644      perform verifica-fine thru ex-verifica-fine
001646      move conta-lette to conta-scritte.

001650     move spaces to riga-stampa.
001660     perform scrivi-riga thru ex-scrivi-riga.
001670     move spaces to riga-stampa.
001880      when "g"
001890       move parola(3:16) to filtro-widget

001893      when "c"
001896       move parola(3:8) to filtro-ditta

001900      when "s"
001910       move "S" to modo-sommario

001913      when "v"
001916       move "S" to modo-verifica

001920      when other
001930       display "agaraudit: unknown option "
001940        function trim(parola)

002000     move dati-aud to voce-audit.

002002     if modo-verifica = "S"
002004      perform verifica-voce thru ex-verifica-voce
002006      go to ex-una-voce.

002010     if filtro-da not = spaces
002020      and ( voce-data < filtro-da
002030       or   voce-data > filtro-a )

002110     if filtro-widget not = spaces
002120      and voce-widget not = filtro-widget
002122      go to ex-una-voce.

002124     if filtro-ditta not = spaces
002126      and voce-ditta not = filtro-ditta
002130      go to ex-una-voce.

002140     add 1 to conta-scritte.

002430     if som-ind > conta-sommario
002440      if conta-sommario not < 2000
002445       move "S" to som-troppi
002450       go to ex-conta-sommatoria
002460      end-if
002470      add 1 to conta-sommario
002710      perform scrivi-riga thru ex-scrivi-riga
002720     end-perform.

002721     if som-troppi = "S"
002722      move spaces to riga-stampa
002723      move "SUMMARY TRUNCATED AT 2000 DATE/OPERATOR PAIRS"
002724        to riga-stampa
002725      perform scrivi-riga thru ex-scrivi-riga
002726     end-if.

002730 ex-scrivi-sommario.
002740     exit.
002790            function trim(aud-file)
002800            delimited by size into riga-stampa(4:)
002810     end-string.
002811     if filtro-ditta not = spaces
002812      move spaces to riga-stampa
002813      string "GuiCOBOL  Compliance journal "
002814             function trim(aud-file)
002815             "  company "
002816             function trim(filtro-ditta)
002817             delimited by size into riga-stampa(4:)
002818      end-string
002819     end-if.
002820     move data-stampa(7:2) to riga-stampa(100:2).
002830     move "/"              to riga-stampa(102:1).
002840     move data-stampa(5:2) to riga-stampa(103:2).
002910     move spaces to rec-rpt.
002920     write rec-rpt.

002921     if modo-verifica = "S"
002922      move spaces to riga-stampa
002923      move "RECORD"   to riga-stampa(4:6)
002924      move "SEQUENCE" to riga-stampa(14:8)
002925      move "FINDING"  to riga-stampa(25:7)
002926      move riga-stampa to rec-rpt
002927      write rec-rpt
002928      move spaces to riga-stampa
002929      move all "-" to riga-stampa(1:130)
002930      move riga-stampa to rec-rpt
002931      write rec-rpt
002932      move 4 to conta-righe
002933      go to ex-testata-audit.

002934     if modo-sommario not = "S"
002940      move spaces to riga-stampa
002950      move "DATE  TIME     OPERATOR" to riga-stampa(1:32)
002960      move "WINDOW"  to riga-stampa(34:6)
003210 ex-scrivi-riga.
003220     exit.

003230*
003240* one link of the chain.  records written before the chain
003250* existed carry no link and are only counted; once the chain
003260* has started every record must carry one.  after a broken
003270* link the walk carries on from the stored hash, so one edit
003280* is reported once and not as the ruin of all that follows
003290*
003300 verifica-voce.

003310     if voce-seq not numeric
003320      or voce-hash not numeric
003330      if ver-iniziata not = "S"
003340       add 1 to ver-prima
003350       go to ex-verifica-voce
003360      end-if
003370      add 1 to ver-rotti
003380      move conta-lette to ver-edit
003390      move spaces to riga-stampa
003400      move ver-edit to riga-stampa(1:9)
003410      move "record without chain link" to riga-stampa(25:)
003420      perform scrivi-riga thru ex-scrivi-riga
003430      go to ex-verifica-voce
003440     end-if.

003450     if ver-iniziata not = "S"
003460      move "S" to ver-iniziata
003470      if voce-seq not = 1
003480       move conta-lette to ver-edit
003490       move voce-seq    to ver-edit-2
003500       move spaces to riga-stampa
003510       move ver-edit   to riga-stampa(1:9)
003520       move ver-edit-2 to riga-stampa(12:9)
003530       move "HEAD MISSING: the chain does not start at 1"
003540         to riga-stampa(25:)
003550       perform scrivi-riga thru ex-scrivi-riga
003560       add 1 to ver-buchi
003570       move voce-hash to ver-hash-prec
003580       move voce-seq  to ver-seq-prec
003590       go to ex-verifica-voce
003600      end-if
003610     end-if.

003620     if ver-seq-prec not = zeros
003630      and voce-seq not = ver-seq-prec + 1
003640      add 1 to ver-buchi
003650      move conta-lette to ver-edit
003660      move voce-seq    to ver-edit-2
003670      move spaces to riga-stampa
003680      move ver-edit   to riga-stampa(1:9)
003690      move ver-edit-2 to riga-stampa(12:9)
003700      move ver-seq-prec to ver-edit
003710      string "GAP: previous sequence "
003720             function trim(ver-edit)
003730             delimited by size into riga-stampa(25:)
003740      end-string
003750      perform scrivi-riga thru ex-scrivi-riga
003760     end-if.
003770*
003780* the very rolling hash scrivi-audit chains the records with
003790*
003800     move spaces          to hash-testo.
003810     move ver-hash-prec   to hash-testo(1:18).
003820     move dati-aud(1:170) to hash-testo(19:170).
003830     move 188             to hash-lungo.
003840     if voce-ditta not = spaces
003850      move voce-ditta     to hash-testo(189:8)
003860      move 196            to hash-lungo
003870     end-if.
003880     move zeros           to ver-hash-calc.

003890     perform varying hash-i from 1 by 1
003900      until hash-i > hash-lungo
003910      compute ver-hash-calc = function mod(
003920       ver-hash-calc * 31
003930       + function ord(hash-testo(hash-i:1)),
003940       999999999999999989)
003950     end-perform.

003960     if ver-hash-calc not = voce-hash
003970      add 1 to ver-rotti
003980      move conta-lette to ver-edit
003990      move voce-seq    to ver-edit-2
004000      move spaces to riga-stampa
004010      move ver-edit   to riga-stampa(1:9)
004020      move ver-edit-2 to riga-stampa(12:9)
004030      if ver-rotti = 1
004040       move "FIRST BROKEN LINK: record or its predecessor edited"
004050         to riga-stampa(25:)
004060      else
004070       move "BROKEN LINK" to riga-stampa(25:)
004080      end-if
004090      perform scrivi-riga thru ex-scrivi-riga
004100     end-if.

004110     move voce-hash to ver-hash-prec.
004120     move voce-seq  to ver-seq-prec.

004130 ex-verifica-voce.
004140     exit.

004150*
004160* the end of the walk: the last link against the anchor that
004170* scrivi-audit rewrites at every record, then the verdict
004180*
004190 verifica-fine.

004200     move spaces to chn-file.
004210     string function trim(aud-file) ".chn"
004220      delimited by size into chn-file.

004230     move spaces to rec-chn.
004240     open input ark-chn.
004250     if chn-stato = "00"
004260      read ark-chn next at end continue end-read
004270      close ark-chn
004280     end-if.
004290     if chn-stato = "05"
004300      close ark-chn
004310     end-if.

004320     move spaces to riga-stampa.

004330     evaluate true
004340      when ver-iniziata not = "S"
004350       and dati-chn(1:9) not numeric
004360       move "journal written before the chain: nothing to verify"
004370         to riga-stampa(25:)
004380      when dati-chn(1:9) not numeric
004390       move "S" to ver-tronco
004400       move "ANCHOR MISSING: truncation cannot be excluded"
004410         to riga-stampa(25:)
004420      when dati-chn(1:9) > ver-seq-prec
004430       move "S" to ver-tronco
004440       move dati-chn(1:9) to ver-edit-2
004450       move ver-edit-2    to riga-stampa(12:9)
004460       move ver-seq-prec  to ver-edit
004470       string "TRUNCATED: anchor is beyond the last record, "
004480              function trim(ver-edit)
004490              delimited by size into riga-stampa(25:)
004500       end-string
004510      when dati-chn(1:9) < ver-seq-prec
004520       move "S" to ver-tronco
004530       move dati-chn(1:9) to ver-edit-2
004540       move ver-edit-2    to riga-stampa(12:9)
004550       move "ANCHOR BEHIND: records appended past the anchor"
004560         to riga-stampa(25:)
004570      when dati-chn(11:18) not = ver-hash-prec
004580       move "S" to ver-tronco
004590       move ver-seq-prec to ver-edit-2
004600       move ver-edit-2   to riga-stampa(12:9)
004610       move "LAST LINK DIFFERS FROM THE ANCHOR: tail rewritten"
004620         to riga-stampa(25:)
004630      when other
004640       move ver-seq-prec to ver-edit-2
004650       move ver-edit-2   to riga-stampa(12:9)
004660       move "last link matches the anchor" to riga-stampa(25:)
004670     end-evaluate.

004680     perform scrivi-riga thru ex-scrivi-riga.

004690     move spaces to riga-stampa.
004700     perform scrivi-riga thru ex-scrivi-riga.
004710     move spaces to riga-stampa.
004720     string ver-rotti " broken link(s)  "
004730            ver-buchi " gap(s)  "
004740            ver-prima " record(s) before the chain"
004750            delimited by size into riga-stampa.
004760     perform scrivi-riga thru ex-scrivi-riga.

004770     if ver-rotti > zeros
004780      or ver-buchi > zeros
004790      or ver-tronco = "S"
004800      move 8 to return-code
004810      display "agaraudit: the journal chain is NOT intact"
004820     else
004830      display "agaraudit: the journal chain is intact"
004840     end-if.

004850 ex-verifica-fine.
004860     exit.

004870 end program agaraudit.
