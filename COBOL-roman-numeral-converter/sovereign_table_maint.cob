*> sovereign_table_maint.cob
*>
*> Maintain the sovereign/accession-date reference table conv_file's
*> REGNAL_MODE resolves statute citations against
*> (regnal_sovereigns.dat, read by resolve_regnal_year). Starts from
*> the file, or from the table shipped in regnal-sovereigns.cpy when
*> there is none yet; lists it, adds a citation form (a new
*> sovereign, or another way an existing one is cited), changes a
*> form's accession or reign-end date, drops a form, and writes the
*> whole table through on SAVE. Dates are validated as real
*> yyyymmdd dates with the reign ending on or after the accession.
*> Every accepted change and every SAVE is audited; SAVE needs a
*> supervisor at level 2, since the table decides the calendar years
*> legal's citations are filed under.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. sovereign_table_maint.

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
*> the working copy of the table
01 sovereign-table.
    05 sovereign-entry occurs 200 times.
        10 sv_key pic x(12).
        10 sv_accession pic 9(8).
        10 sv_reign_end pic 9(8).
77 sovereign_identifier pic x(40) value "regnal_sovereigns.dat". *> the table resolve_regnal_year loads
77 sovereign_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 sovereign_count pic s9(4) comp value 0. *> citation forms in the table
77 sovereign_k pic s9(4) comp. *> index over the table
77 chosen_k pic s9(4) comp. *> table slot of the keyed form, 0 if none
77 menu_choice pic x(10). *> list, add, change, drop, save, or quit
77 work_form pic x(30). *> the citation form as keyed
77 work_key pic x(12). *> the same, upper-cased with its dots dropped
77 work_k pic s9(4) comp. *> position in the keyed form
77 key_k pic s9(4) comp. *> position in the normalized key
77 last_was_space pic 9. *> 1 after a space, so runs of them collapse
77 work_accession_text pic x(8). *> accession date as keyed
77 work_reign_end_text pic x(8). *> reign-end date as keyed
77 work_accession pic 9(8). *> accession date, validated
77 work_reign_end pic 9(8). *> reign-end date, validated
77 date_check_text pic x(8). *> a keyed date under validation
77 date_check_value pic 9(8). *> the same, numeric
77 date_valid pic 9. *> 1 if date_check_text is a real yyyymmdd date
77 dates_valid pic 9. *> 1 if both keyed dates pass
77 confirm_answer pic x(1). *> operator's Y/N on a drop
77 changes_made pic 9(3) value 0. *> accepted changes this session
77 saved_flag pic 9 value 0. *> 1 once the table has been written through
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 audit_program_name pic x(30) value "sovereign_table_maint". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the change made, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    perform load_sovereign_table

    display "Sovereign table (list/add/change/drop/save/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_sovereigns
            when "add"
                perform add_sovereign
            when "change"
                perform change_sovereign
            when "drop"
                perform drop_sovereign
            when "save"
                perform save_sovereign_table
            when other
                display "Key list, add, change, drop, save, or quit."
        end-evaluate
        display "Sovereign table (list/add/change/drop/save/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform

    if changes_made > 0 and saved_flag = 0
        display "NOTE: " changes_made " change(s) were never SAVEd; the file is unchanged."
    end-if
    move 0 to return-code
    goback.

list_sovereigns.
    display "Citation form  Accession  Reign ended"
    display "-------------  ---------  -----------"
    perform varying sovereign_k from 1 by 1 until sovereign_k > sovereign_count
        display sv_key(sovereign_k) "   " sv_accession(sovereign_k)
            "   " sv_reign_end(sovereign_k)
    end-perform
    display sovereign_count " citation form(s).".

add_sovereign.
    perform key_citation_form
    evaluate true
        when work_key = spaces
            display "A citation form is needed; not added."
        when chosen_k > 0
            display "That form is already on the table; change it instead."
        when sovereign_count >= 200
            display "*** The sovereign table is full; not added. ***"
        when other
            perform key_reign_dates
            if dates_valid = 1
                add 1 to sovereign_count
                move work_key to sv_key(sovereign_count)
                move work_accession to sv_accession(sovereign_count)
                move work_reign_end to sv_reign_end(sovereign_count)
                display "Added. SAVE writes it through."
                move spaces to audit_key_param
                string "ADD " delimited by size
                       function trim(work_key) delimited by size
                       " " delimited by size
                       work_accession delimited by size
                       "-" delimited by size
                       work_reign_end delimited by size
                    into audit_key_param
                perform audit_change
            end-if
    end-evaluate.

change_sovereign.
    perform key_citation_form
    if chosen_k = 0
        display "No such citation form on the table."
    else
        display "Now " sv_accession(chosen_k) " to " sv_reign_end(chosen_k) "."
        perform key_reign_dates
        if dates_valid = 1
            move work_accession to sv_accession(chosen_k)
            move work_reign_end to sv_reign_end(chosen_k)
            display "Changed. SAVE writes it through."
            move spaces to audit_key_param
            string "CHANGE " delimited by size
                   function trim(work_key) delimited by size
                   " " delimited by size
                   work_accession delimited by size
                   "-" delimited by size
                   work_reign_end delimited by size
                into audit_key_param
            perform audit_change
        end-if
    end-if.

drop_sovereign.
    perform key_citation_form
    if chosen_k = 0
        display "No such citation form on the table."
    else
        display "Drop " function trim(sv_key(chosen_k))
            "? Its citations will reject until it is back. (Y/N): "
            with no advancing
        accept confirm_answer
        if confirm_answer = "Y" or confirm_answer = "y"
            perform varying sovereign_k from chosen_k by 1
                until sovereign_k >= sovereign_count
                move sovereign-entry(sovereign_k + 1) to sovereign-entry(sovereign_k)
            end-perform
            subtract 1 from sovereign_count
            display "Dropped. SAVE writes it through."
            move spaces to audit_key_param
            string "DROP " delimited by size
                   function trim(work_key) delimited by size
                into audit_key_param
            perform audit_change
        else
            display "Kept."
        end-if
    end-if.

*> the form is keyed as a citation gives it ("Geo. III") and stored
*> the way resolve_regnal_year looks it up ("GEO III")
key_citation_form.
    display "Citation form (as cited, e.g. Geo. III)?: " with no advancing
    accept work_form
    move spaces to work_key
    move 0 to key_k
    move 1 to last_was_space
    perform varying work_k from 1 by 1 until work_k > 30 or key_k >= 12
        if work_form(work_k:1) = "." or work_form(work_k:1) = " "
            move 1 to last_was_space
        else
            if last_was_space = 1 and key_k > 0
                add 1 to key_k
            end-if
            add 1 to key_k
            if key_k <= 12
                move function upper-case(work_form(work_k:1)) to work_key(key_k:1)
            end-if
            move 0 to last_was_space
        end-if
    end-perform
    move 0 to chosen_k
    perform varying sovereign_k from 1 by 1
        until sovereign_k > sovereign_count or chosen_k > 0
        if sv_key(sovereign_k) = work_key and work_key not = spaces
            move sovereign_k to chosen_k
        end-if
    end-perform.

key_reign_dates.
    move 0 to dates_valid
    display "Accession date (yyyymmdd)?: " with no advancing
    accept work_accession_text
    display "Reign ended (yyyymmdd)?: " with no advancing
    accept work_reign_end_text
    move work_accession_text to date_check_text
    perform check_date
    if date_valid = 0
        display "The accession date is not a yyyymmdd date; unchanged."
    else
        move date_check_value to work_accession
        move work_reign_end_text to date_check_text
        perform check_date
        if date_valid = 0
            display "The reign-end date is not a yyyymmdd date; unchanged."
        else
            move date_check_value to work_reign_end
            if work_reign_end < work_accession
                display "A reign can't end before it begins; unchanged."
            else
                move 1 to dates_valid
            end-if
        end-if
    end-if.

check_date.
    move 0 to date_valid
    if date_check_text is numeric
        move date_check_text to date_check_value
        if function test-date-yyyymmdd(date_check_value) = 0
            move 1 to date_valid
        end-if
    end-if.

audit_change.
    add 1 to changes_made
    move 0 to saved_flag
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> the table decides the years legal's citations are filed under,
*> so only a supervisor writes it through
save_sovereign_table.
    if session_level < 2
        display "Authorization level 2 is needed to save the sovereign table; refused."
        move "DENIED SAVE" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    else
        open output sovereign_file
        perform varying sovereign_k from 1 by 1 until sovereign_k > sovereign_count
            move spaces to sovereign_record
            move sv_key(sovereign_k) to sf_key
            move sv_accession(sovereign_k) to sf_accession
            move sv_reign_end(sovereign_k) to sf_reign_end
            write sovereign_record
        end-perform
        close sovereign_file
        move 1 to saved_flag
        display "Table written to " function trim(sovereign_identifier)
        move "SAVE" to audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    end-if.

*> the file when there is one, the shipped table otherwise -- the
*> same choice resolve_regnal_year makes
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
