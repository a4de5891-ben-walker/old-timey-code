*> resolve_regnal_year.cob
*>
*> Resolve the regnal year of a statute citation ("14 Geo. III",
*> "1 & 2 Vict.") to the calendar years it covers, against the
*> sovereign/accession-date reference table: regnal_sovereigns.dat
*> as sovereign_table_maint keeps it, or the table shipped in
*> regnal-sovereigns.cpy when there is no file. Regnal year 1 runs
*> from the accession to the day before its first anniversary, year
*> 2 from there, and so on, so a regnal year straddles two calendar
*> years unless the reign began on Jan. 1; a session cited across
*> two regnal years ("1 & 2") covers the first's start to the
*> second's end, and the last year of a reign ends with the reign.
*>
*> The caller passes the sovereign as cited; case, dots, and extra
*> spaces don't matter ("Geo. III", "GEO III", and "geo.III" are one
*> sovereign). Status comes back 1 for a sovereign the table doesn't
*> know, 2 for a regnal year the reign never reached (or a zero or
*> backwards year pair).
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. resolve_regnal_year.

environment division.
input-output section.
file-control.
    select sovereign_file assign sovereign_identifier
    organization is line sequential.

data division.
file section.
fd sovereign_file.
01 sovereign_record.
    05 sf_key pic x(12).
    05 filler pic x(1).
    05 sf_accession pic 9(8).
    05 filler pic x(1).
    05 sf_reign_end pic 9(8).

working-storage section.
copy "regnal-sovereigns.cpy".
*> the table in force for the rest of the job, loaded on the first call
01 sovereign-table.
    05 sovereign-entry occurs 200 times.
        10 sv_key pic x(12).
        10 sv_accession pic 9(8).
        10 sv_reign_end pic 9(8).
77 sovereign_identifier pic x(40) value "regnal_sovereigns.dat". *> the maintained reference table
77 sovereign_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 sovereign_loaded pic 9 value 0. *> 1 once the table has been loaded
77 sovereign_count pic s9(4) comp value 0. *> sovereigns in the table
77 sovereign_k pic s9(4) comp. *> index over the table
77 found_k pic s9(4) comp. *> table slot of the cited sovereign, 0 if none
77 cited_key pic x(30). *> the sovereign as cited, normalized for the lookup
77 cited_k pic s9(4) comp. *> position in the citation
77 key_k pic s9(4) comp. *> position in the normalized key
77 last_was_space pic 9. *> 1 after a space, so runs of them collapse
77 accession_year pic 9(4). *> year of the accession
77 accession_month_day pic 9(4). *> mmdd of the accession, the regnal new year
77 reign_end_year pic 9(4). *> year the reign ended
77 first_year_start pic 9(8). *> date the first cited regnal year began
77 last_year_start pic 9(8). *> date the last cited regnal year began
77 last_year_finish pic 9(8). *> date the year after the last cited one began

linkage section.
77 regnal_sovereign pic x(30). *> the sovereign as the citation gives it
77 regnal_first pic 9(3). *> first regnal year cited
77 regnal_last pic 9(3). *> last regnal year cited, the same as the first for one year
77 regnal_from_year pic 9(4). *> first calendar year covered
77 regnal_to_year pic 9(4). *> last calendar year covered
77 regnal_status pic 9. *> 0 resolved, 1 unknown sovereign, 2 impossible regnal year

procedure division using regnal_sovereign, regnal_first, regnal_last,
    regnal_from_year, regnal_to_year, regnal_status.
    move 0 to regnal_from_year, regnal_to_year, regnal_status

    *> working-storage stays resident across calls, so the table is
    *> read once per job
    if sovereign_loaded = 0
        move 1 to sovereign_loaded
        perform load_sovereign_table
    end-if

    perform normalize_sovereign
    move 0 to found_k
    perform varying sovereign_k from 1 by 1
        until sovereign_k > sovereign_count or found_k > 0
        if sv_key(sovereign_k) = cited_key
            move sovereign_k to found_k
        end-if
    end-perform
    if found_k = 0
        move 1 to regnal_status
        goback
    end-if

    if regnal_first = 0 or regnal_last < regnal_first
        move 2 to regnal_status
        goback
    end-if

    move sv_accession(found_k)(1:4) to accession_year
    move sv_accession(found_k)(5:4) to accession_month_day
    move sv_reign_end(found_k)(1:4) to reign_end_year
    compute first_year_start = (accession_year + regnal_first - 1) * 10000
        + accession_month_day
    compute last_year_start = (accession_year + regnal_last - 1) * 10000
        + accession_month_day
    compute last_year_finish = (accession_year + regnal_last) * 10000
        + accession_month_day
    *> a regnal year that would begin after the reign ended never was
    if first_year_start > sv_reign_end(found_k)
        or last_year_start > sv_reign_end(found_k)
        move 2 to regnal_status
        goback
    end-if

    compute regnal_from_year = accession_year + regnal_first - 1
    if accession_month_day = 0101
        compute regnal_to_year = accession_year + regnal_last - 1
    else
        compute regnal_to_year = accession_year + regnal_last
    end-if
    if last_year_finish > sv_reign_end(found_k)
        move reign_end_year to regnal_to_year
    end-if
    goback.

*> upper-case, dots to spaces, and runs of spaces down to one, so
*> "Geo.  III." and "GEO III" are the same key
normalize_sovereign.
    move spaces to cited_key
    move 0 to key_k
    move 1 to last_was_space
    perform varying cited_k from 1 by 1 until cited_k > 30
        if regnal_sovereign(cited_k:1) = "." or regnal_sovereign(cited_k:1) = " "
            move 1 to last_was_space
        else
            if last_was_space = 1 and key_k > 0
                add 1 to key_k
            end-if
            add 1 to key_k
            move function upper-case(regnal_sovereign(cited_k:1))
                to cited_key(key_k:1)
            move 0 to last_was_space
        end-if
    end-perform.

*> the maintained file replaces the shipped table whole, so a
*> sovereign dropped on the screen stays dropped
load_sovereign_table.
    move 0 to sovereign_count
    call "CBL_CHECK_FILE_EXIST" using sovereign_identifier, sovereign_check_buffer
    if return-code = 0
        open input sovereign_file
        perform forever
            read sovereign_file
                at end exit perform
            end-read
            if sf_key not = spaces and sovereign_count < 200
                add 1 to sovereign_count
                move sf_key to sv_key(sovereign_count)
                move sf_accession to sv_accession(sovereign_count)
                move sf_reign_end to sv_reign_end(sovereign_count)
            end-if
        end-perform
        close sovereign_file
    else
        perform varying sovereign_k from 1 by 1 until sovereign_k > 45
            add 1 to sovereign_count
            move shipped_key(sovereign_k) to sv_key(sovereign_count)
            move shipped_accession(sovereign_k) to sv_accession(sovereign_count)
            move shipped_reign_end(sovereign_k) to sv_reign_end(sovereign_count)
        end-perform
    end-if.
