*> aql-plans.cpy
*>
*> The single-sampling plans a delivery's acceptance inspection is
*> drawn under: ANSI/ASQ Z1.4 general inspection level II, normal
*> inspection. One row per sample-size code letter (A through Q,
*> no I or O): the largest lot the letter covers, then for each of
*> the six AQL levels the contract allows (0.65, 1.0, 1.5, 2.5,
*> 4.0, 6.5 percent) the sample size and the acceptance number --
*> with the standard's arrows already followed, so a cell always
*> holds the plan actually used (the sample size can differ from
*> the letter's own where the standard points up or down). A lot
*> is accepted when the defects found in the sample are at or
*> under the acceptance number, rejected at one more.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for aql_sample_job and
*>                      aql_verify_screen.

01 aql-plans-def.
    05 filler pic x(46) value "A000000008002000001300000800000500000300000200".
    05 filler pic x(46) value "B000000015002000001300000800000500000300000200".
    05 filler pic x(46) value "C000000025002000001300000800000500000300000801".
    05 filler pic x(46) value "D000000050002000001300000800000500001301000801".
    05 filler pic x(46) value "E000000090002000001300000800002001001301001302".
    05 filler pic x(46) value "F000000150002000001300003201002001002002002003".
    05 filler pic x(46) value "G000000280002000005001003201003202003203003205".
    05 filler pic x(46) value "H000000500008001005001005002005003005005005007".
    05 filler pic x(46) value "J000001200008001008002008003008005008007008010".
    05 filler pic x(46) value "K000003200012502012503012505012507012510012514".
    05 filler pic x(46) value "L000010000020003020005020007020010020014020021".
    05 filler pic x(46) value "M000035000031505031507031510031514031521020021".
    05 filler pic x(46) value "N000150000050007050010050014050021031521020021".
    05 filler pic x(46) value "P000500000080010080014080021050021031521020021".
    05 filler pic x(46) value "Q999999999125014125021080021050021031521020021".
01 aql-plans redefines aql-plans-def.
    05 aql-plan-row occurs 15 times.
        10 aql_code_letter pic x(1).
        10 aql_lot_maximum pic 9(9).
        10 aql-plan-cell occurs 6 times.
            15 aql_sample_size pic 9(4).
            15 aql_accept_number pic 9(2).

*> the AQL levels, in the order of the plan columns above
01 aql-levels-def.
    05 filler pic x(4) value "0.65".
    05 filler pic x(4) value "1.0 ".
    05 filler pic x(4) value "1.5 ".
    05 filler pic x(4) value "2.5 ".
    05 filler pic x(4) value "4.0 ".
    05 filler pic x(4) value "6.5 ".
01 aql-levels redefines aql-levels-def.
    05 aql_level_text pic x(4) occurs 6 times.
