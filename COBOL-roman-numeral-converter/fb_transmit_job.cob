*> Sep. 3, 2026 - BW - the dataset-name fields widened for the
*>                     generation-numbered artifact names GEN_DATASETS
*>                     produces.
*> Oct. 15, 2026 - BW - a batch the documents office hasn't signed off
*>                      (batch sign-off register, via signoff_gate) is
*>                      now refused before an envelope is built,
*>                      unless a supervisor overrides at the gate; the
*>                      override is raised on the exception log.
*> Oct. 15, 2026 - BW - the records wrapped and the total of their
*>                      decimal column are now written as KEY=VALUE
*>                      lines to a "<envelope>_controls.txt" dataset,
*>                      for the chain-of-custody reconciliation.

identification division.
program-id. fb_transmit_job.
    select transmitek_file assign transmit_identifier
    organization is sequential.

    *> what went into the envelope, as KEY=VALUE lines
    select controls_file assign controls_identifier
    organization is line sequential.

data division.
file section.
fd fb_file
    record contains 43 characters.
01 fb_data_record pic x(43).
01 fb_data_fields redefines fb_data_record.
    05 filler pic x(30).
    05 fb_decimal pic 9(12).
    05 filler pic x(1).

fd fbk_file
    record contains 63 characters.
01 fbk_data_record pic x(63).
01 fbk_data_fields redefines fbk_data_record.
    05 filler pic x(50).
    05 fbk_decimal pic 9(12).
    05 filler pic x(1).

fd fbe_file
    record contains 38 characters.
01 fbe_data_record pic x(38).
01 fbe_data_fields redefines fbe_data_record.
    05 filler pic x(30).
    05 fbe_decimal pic s9(13) comp-3.
    05 filler pic x(1).

fd fbek_file
    record contains 58 characters.
01 fbek_data_record pic x(58).
01 fbek_data_fields redefines fbek_data_record.
    05 filler pic x(50).
    05 fbek_decimal pic s9(13) comp-3.
    05 filler pic x(1).

fd transmit_file
    record contains 43 characters.
    05 ttek_count pic 9(9).
    05 filler pic x(46).

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

working-storage section.
77 fb_identifier pic x(52). *> local filename, needed for dynamic assign
77 transmit_identifier pic x(64). *> the enveloped dataset for transmission
77 keyed_input pic 9 value 0. *> matches the batch's own keyed-layout switch
77 fb_ebcdic pic 9 value 0. *> matches the batch's own EBCDIC/packed switch
77 records_wrapped pic 9(9) value 0. *> data records copied inside the envelope
77 value_wrapped pic 9(15) value 0. *> total of those records' decimal column
77 controls_identifier pic x(80). *> the envelope's KEY=VALUE counts dataset
77 controls_key pic x(20). *> key of the count line being written
77 controls_value pic 9(15). *> value of the count line being written
77 controls_value_edit pic z(14)9. *> the value, no leading zeroes
77 envelope_date pic 9(8). *> today's date, stamped on the header
77 name_length pic s9(4) comp. *> trimmed length of the fb dataset name
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 audit_program_name pic x(30) value "fb_transmit_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the fb dataset name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 gate_dataset pic x(60). *> the fb dataset, for the sign-off gate
77 gate_passed pic 9. *> 1 if the batch is signed off or overridden
copy "fb-translate.cpy".

procedure division.
        goback
    end-if

    *> nothing goes to the mainframe until the documents office has
    *> accepted the batch; the gate audits its own refusals
    move fb_identifier to gate_dataset
    call "signoff_gate" using audit_program_name, gate_dataset, gate_passed
    if gate_passed = 0
        move 1 to return-code
        goback
    end-if

    *> the record length and encoding follow the batch's own
    *> switches, the same way conv_file chose which FD to write
    move "KEYED_INPUT" to param_key
                move fbek_data_record to transmitek_record
                write transmitek_record
                add 1 to records_wrapped
                add fbek_decimal to value_wrapped
            end-perform
            move spaces to transmitek_record
            move "TRL" to ttek_tag
                move fbk_data_record to transmitk_record
                write transmitk_record
                add 1 to records_wrapped
                add fbk_decimal to value_wrapped
            end-perform
            move spaces to transmitk_record
            move "TRL" to ttk_tag
                move fbe_data_record to transmite_record
                write transmite_record
                add 1 to records_wrapped
                add fbe_decimal to value_wrapped
            end-perform
            move spaces to transmite_record
            move "TRL" to tte_tag
                move fb_data_record to transmit_record
                write transmit_record
                add 1 to records_wrapped
                add fb_decimal to value_wrapped
            end-perform
            move spaces to transmit_record
            move "TRL" to tt_tag
    end-if
    display "Envelope dataset:: " function trim(transmit_identifier)

    *> the envelope's counts go out as a KEY=VALUE dataset beside it,
    *> so the delivery's chain-of-custody reconciliation can read what
    *> was handed over without anyone having kept the console listing
    move spaces to controls_identifier
    string function trim(transmit_identifier) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier
    open output controls_file
    move "RECORDS_SENT" to controls_key
    move records_wrapped to controls_value
    perform write_controls_line
    move "VALUE_SENT" to controls_key
    move value_wrapped to controls_value
    perform write_controls_line
    move "ENVELOPE_DATE" to controls_key
    move envelope_date to controls_value
    perform write_controls_line
    close controls_file

    move fb_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

write_controls_line.
    move controls_value to controls_value_edit
    move spaces to controls_record
    string function trim(controls_key) delimited by size
           "=" delimited by size
           function trim(controls_value_edit) delimited by size
        into controls_line
    write controls_record.
