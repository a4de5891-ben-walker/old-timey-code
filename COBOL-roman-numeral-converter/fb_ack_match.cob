*> Sep. 3, 2026 - BW - the file-name fields widened for the
*>                     generation-numbered artifact names GEN_DATASETS
*>                     produces.
*> Oct. 15, 2026 - BW - the confirmed record count (and, on the ASCII
*>                      handoff, the total of the confirmed records'
*>                      decimal column) is now written as KEY=VALUE
*>                      lines to a "<transmit file>_ack_controls.txt"
*>                      dataset, for the chain-of-custody
*>                      reconciliation.

identification division.
program-id. fb_ack_match.
    select unconfirmed_file assign unconfirmed_identifier
    organization is line sequential.

    *> what the other side confirmed, as KEY=VALUE lines
    select controls_file assign controls_identifier
    organization is line sequential.

    select ack_sort_file assign "acksortwk".

data division.
fd sentsort_file.
01 sentsort_record.
    05 sents_text pic x(63).
01 sentsort_fields redefines sentsort_record.
    05 filler pic x(30).
    05 sents_decimal pic 9(12).
    05 filler pic x(21).
01 sentsort_keyed_fields redefines sentsort_record.
    05 filler pic x(50).
    05 sentsk_decimal pic 9(12).
    05 filler pic x(1).

fd confwork_file.
01 confwork_record.
01 unconfirmed_record.
    05 unconfirmed_text pic x(63).

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

working-storage section.
77 transmit_identifier pic x(64). *> local filename, needed for dynamic assign
77 confirm_identifier pic x(52). *> the confirmation file the mainframe sent back
77 confirm_trailer_count pic 9(9) value 0. *> record count their trailer claims
77 confirm_trailer_seen pic 9 value 0. *> 1 once their trailer line has been read
77 matched_count pic 9(9) value 0. *> records both sides agree on
77 matched_value pic 9(15) value 0. *> total of the matched records' decimal column
77 controls_identifier pic x(80). *> the match's KEY=VALUE counts dataset
77 controls_key pic x(20). *> key of the count line being written
77 controls_value pic 9(15). *> value of the count line being written
77 controls_value_edit pic z(14)9. *> the value, no leading zeroes
77 unconfirmed_count pic 9(9) value 0. *> records we sent that they didn't confirm
77 extra_count pic 9(9) value 0. *> confirmations for records we never sent
77 sent_eof pic 9 value 0. *> 1 once our sorted side has run out
            display "Counts reconcile; record-level detail needs the"
                " ASCII handoff."
        end-if
        perform write_ack_controls

        move transmit_identifier to audit_key_param
        if mismatch_found = 1
                end-read
            when other
                add 1 to matched_count
                if keyed_input = 1
                    if sentsk_decimal is numeric
                        add sentsk_decimal to matched_value
                    end-if
                else
                    if sents_decimal is numeric
                        add sents_decimal to matched_value
                    end-if
                end-if
                read sentsort_file
                    at end move 1 to sent_eof
                end-read
    if mismatch_found = 0
        display "Transmission fully confirmed."
    end-if
    perform write_ack_controls

    move transmit_identifier to audit_key_param
    if mismatch_found = 1
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> the match's counts go out as a KEY=VALUE dataset beside the
*> envelope, for the delivery's chain-of-custody reconciliation; an
*> EBCDIC handoff is verified by counts only, so it has no confirmed
*> value to report
write_ack_controls.
    move spaces to controls_identifier
    string function trim(transmit_identifier) delimited by size
           "_ack_controls.txt" delimited by size
        into controls_identifier
    open output controls_file
    move "RECORDS_CONFIRMED" to controls_key
    if fb_ebcdic = 1
        move confirm_count to controls_value
    else
        move matched_count to controls_value
    end-if
    perform write_controls_line
    if fb_ebcdic = 0
        move "VALUE_CONFIRMED" to controls_key
        move matched_value to controls_value
        perform write_controls_line
        move "UNCONFIRMED" to controls_key
        move unconfirmed_count to controls_value
        perform write_controls_line
        move "CONFIRMED_NOT_SENT" to controls_key
        move extra_count to controls_value
        perform write_controls_line
    end-if
    close controls_file.

write_controls_line.
    move controls_value to controls_value_edit
    move spaces to controls_record
    string function trim(controls_key) delimited by size
           "=" delimited by size
           function trim(controls_value_edit) delimited by size
        into controls_line
    write controls_record.
