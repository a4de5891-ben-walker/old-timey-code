*> regnal-sovereigns.cpy
*>
*> The sovereign/accession-date reference table regnal statute
*> citations ("14 Geo. III c. lxxviii", "1 & 2 Vict. c. xii") are
*> resolved against. One row per way a sovereign is cited: the
*> citation abbreviation as it reads once upper-cased with its dots
*> dropped ("GEO III", "W & M"), the accession date a regnal year is
*> counted from, and the date the reign ended (yyyymmdd). A
*> sovereign cited more than one way ("WILL III", "W III") has a row
*> per form. Dates before 1752 are as the statute books reckon them
*> (old style); only the years ever leave the table. Charles II's
*> years run from his father's death, as his statutes count them.
*>
*> This is the table shipped with the system; regnal_sovereigns.dat,
*> kept by sovereign_table_maint, replaces it whole when present.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for conv_file's REGNAL_MODE and
*>                      the resolve_regnal_year lookup.

01 sovereign-table-def.
    05 filler pic x(28) value "HEN III     1216102812721116".
    05 filler pic x(28) value "EDW I       1272112013070707".
    05 filler pic x(28) value "EDW II      1307070813270120".
    05 filler pic x(28) value "EDW III     1327012513770621".
    05 filler pic x(28) value "RIC II      1377062213990929".
    05 filler pic x(28) value "HEN IV      1399093014130320".
    05 filler pic x(28) value "HEN V       1413032114220831".
    05 filler pic x(28) value "HEN VI      1422090114610304".
    05 filler pic x(28) value "EDW IV      1461030414830409".
    05 filler pic x(28) value "EDW V       1483040914830625".
    05 filler pic x(28) value "RIC III     1483062614850822".
    05 filler pic x(28) value "HEN VII     1485082215090421".
    05 filler pic x(28) value "HEN VIII    1509042215470128".
    05 filler pic x(28) value "EDW VI      1547012815530706".
    05 filler pic x(28) value "MAR         1553070615581117".
    05 filler pic x(28) value "ELIZ        1558111716030324".
    05 filler pic x(28) value "JAC I       1603032416250327".
    05 filler pic x(28) value "JA I        1603032416250327".
    05 filler pic x(28) value "CAR I       1625032716490130".
    05 filler pic x(28) value "CAR II      1649013016850206".
    05 filler pic x(28) value "JAC II      1685020616881211".
    05 filler pic x(28) value "JA II       1685020616881211".
    05 filler pic x(28) value "W & M       1689021316941228".
    05 filler pic x(28) value "WILL III    1689021317020308".
    05 filler pic x(28) value "W III       1689021317020308".
    05 filler pic x(28) value "ANNE        1702030817140801".
    05 filler pic x(28) value "ANN         1702030817140801".
    05 filler pic x(28) value "GEO I       1714080117270611".
    05 filler pic x(28) value "GEO II      1727061117601025".
    05 filler pic x(28) value "GEO III     1760102518200129".
    05 filler pic x(28) value "GEO IV      1820012918300626".
    05 filler pic x(28) value "WILL IV     1830062618370620".
    05 filler pic x(28) value "GUL IV      1830062618370620".
    05 filler pic x(28) value "VICT        1837062019010122".
    05 filler pic x(28) value "VIC         1837062019010122".
    05 filler pic x(28) value "EDW VII     1901012219100506".
    05 filler pic x(28) value "EDW 7       1901012219100506".
    05 filler pic x(28) value "GEO V       1910050619360120".
    05 filler pic x(28) value "GEO 5       1910050619360120".
    05 filler pic x(28) value "EDW VIII    1936012019361211".
    05 filler pic x(28) value "EDW 8       1936012019361211".
    05 filler pic x(28) value "GEO VI      1936121119520206".
    05 filler pic x(28) value "GEO 6       1936121119520206".
    05 filler pic x(28) value "ELIZ II     1952020620220908".
    05 filler pic x(28) value "ELIZ 2      1952020620220908".
01 sovereign-table-shipped redefines sovereign-table-def.
    05 shipped-entry occurs 45 times.
        10 shipped_key pic x(12).
        10 shipped_accession pic 9(8).
        10 shipped_reign_end pic 9(8).
