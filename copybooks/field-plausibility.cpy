*> field-plausibility.cpy
*>
*> The per-field plausibility rules a keyed batch's values are held
*> to when conv_file runs with PLAUSIBILITY_CHECK on: one row per
*> field code (the keyed field column, upper-cased), the lowest and
*> highest value that field can sensibly carry, and what the field
*> is. A clause number of MMXXVI converts cleanly but is no clause
*> number; a year of XIV converts cleanly but is no year. A field
*> code with no row is not checked.
*>
*> This is the table shipped with the system;
*> field_plausibility.dat, kept by field_rules_maint, replaces it
*> whole when present.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for conv_file's PLAUSIBILITY_CHECK
*>                      and the check_field_plausibility lookup.

01 plausibility-rules-def.
    05 filler pic x(59) value "CL   000000000001000000000999clause number                 ".
    05 filler pic x(59) value "CLS  000000000001000000000999clause number                 ".
    05 filler pic x(59) value "PG   000000000001000000009999page number                   ".
    05 filler pic x(59) value "PAGE 000000000001000000009999page number                   ".
    05 filler pic x(59) value "YR   000000001000000000002200year                          ".
    05 filler pic x(59) value "YEAR 000000001000000000002200year                          ".
    05 filler pic x(59) value "VOL  000000000001000000000500volume number                 ".
01 plausibility-rules-shipped redefines plausibility-rules-def.
    05 shipped-rule occurs 7 times.
        10 shipped_field pic x(5).
        10 shipped_minimum pic 9(12).
        10 shipped_maximum pic 9(12).
        10 shipped_meaning pic x(30).
