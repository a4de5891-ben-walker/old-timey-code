*> dataset-flows.cpy
*>
*> What each batch program reads and writes, for the dataset impact
*> analysis (dataset_impact_report): one line per dataset, with the
*> program's audit-log name, I (read), O (written afresh), or U
*> (updated in place -- extended or rewritten record by record, so
*> whatever was already in it stays), a key-parameter prefix the line
*> applies to (blank = every run), and the dataset's name pattern. A
*> U dataset is suspect after an affected run like an O one, but an
*> unaffected run updating it is never taken as its fix; a program
*> that reads what it updates carries an I line for it as well. In a
*> pattern,
*>     *  is the run's key parameter off its audit entry, as keyed
*>     #  is the key parameter less its final extension
*>     @  is the key parameter less its last "_" piece
*>        ("x_rejects.txt" -> "x")
*>     +  is the run's date, yyyymmdd
*>     %  is the run ID, no leading zeroes
*>     ?  is any text (a name the program generates)
*> Extend the table whenever a program takes on a new input or output;
*> a dataset not on it can't be traced past the run that wrote it.
*>
*> Modification history:
*> Oct. 15, 2026 - BW - first cut, for dataset_impact_report.
*> Oct. 15, 2026 - BW - the U role for datasets updated in place, which
*>                      an unaffected run never "fixes": the conversion
*>                      master under load_conversion_master,
*>                      master_backout_job, and master_correction_screen
*>                      (each with an I line for it), the primes master
*>                      and coverage ledger under eratosthenes, and the
*>                      results files the repair and review programs
*>                      append to. split_numeral_file,
*>                      merge_numeral_results, review_queue_screen, and
*>                      master_correction_screen are on the map, so a
*>                      delivery run through the chunk path, and
*>                      corrections folded into results or the master,
*>                      can be traced.

01 dataset-flows-def.
    05 filler pic x(81) value "convert_numeral_file          I          *                                       ".
    05 filler pic x(81) value "convert_numeral_file          I          numeral_values.dat                      ".
    05 filler pic x(81) value "convert_numeral_file          I          field_plausibility.dat                  ".
    05 filler pic x(81) value "convert_numeral_file          I          regnal_sovereigns.dat                   ".
    05 filler pic x(81) value "convert_numeral_file          O          *_results.txt                           ".
    05 filler pic x(81) value "convert_numeral_file          O          *_rejects.txt                           ".
    05 filler pic x(81) value "convert_numeral_file          O          *_review.txt                            ".
    05 filler pic x(81) value "convert_numeral_file          O          *_controls.txt                          ".
    05 filler pic x(81) value "convert_numeral_file          O          *_results.fb                            ".
    05 filler pic x(81) value "convert_numeral_file          O          *_normalized.txt                        ".
    05 filler pic x(81) value "convert_numeral_file          O          *_dates.txt                             ".
    05 filler pic x(81) value "convert_numeral_file          O          *_regnal.txt                            ".
    05 filler pic x(81) value "convert_numeral_file          O          *_doc_report.txt                        ".
    05 filler pic x(81) value "load_conversion_master        I          *                                       ".
    05 filler pic x(81) value "load_conversion_master        I          conversion_master.dat                   ".
    05 filler pic x(81) value "load_conversion_master        U          conversion_master.dat                   ".
    05 filler pic x(81) value "load_conversion_master        O          *_value_changes.txt                     ".
    05 filler pic x(81) value "master_backout_job            I          conversion_master.dat                   ".
    05 filler pic x(81) value "master_backout_job            U          conversion_master.dat                   ".
    05 filler pic x(81) value "master_backout_job            O          *_backout.txt                           ".
    05 filler pic x(81) value "master_correction_screen      IAPPROVED  conversion_master.dat                   ".
    05 filler pic x(81) value "master_correction_screen      UAPPROVED  conversion_master.dat                   ".
    05 filler pic x(81) value "conversion_certificate_job    IISSUE     conversion_master.dat                   ".
    05 filler pic x(81) value "conversion_certificate_job    OISSUE     conversion_certificate_?.txt            ".
    05 filler pic x(81) value "auto_repair_rejects           I          *                                       ".
    05 filler pic x(81) value "auto_repair_rejects           I          numeral_values.dat                      ".
    05 filler pic x(81) value "auto_repair_rejects           U          @_results.txt                           ".
    05 filler pic x(81) value "auto_repair_rejects           O          #_manual.txt                            ".
    05 filler pic x(81) value "auto_repair_rejects           O          #_applied.txt                           ".
    05 filler pic x(81) value "repair_reject_file            I          *                                       ".
    05 filler pic x(81) value "repair_reject_file            U          @_results.txt                           ".
    05 filler pic x(81) value "repair_reject_file            O          *_repaired.txt                          ".
    05 filler pic x(81) value "review_queue_screen           I          *                                       ".
    05 filler pic x(81) value "review_queue_screen           U          @_results.txt                           ".
    05 filler pic x(81) value "review_queue_screen           U          @_rejects.txt                           ".
    05 filler pic x(81) value "split_numeral_file            I          *                                       ".
    05 filler pic x(81) value "split_numeral_file            O          *_chunk?.txt                            ".
    05 filler pic x(81) value "merge_numeral_results         I          *_chunk?.txt_results.txt                ".
    05 filler pic x(81) value "merge_numeral_results         I          *_chunk?.txt_rejects.txt                ".
    05 filler pic x(81) value "merge_numeral_results         O          *_merged_results.txt                    ".
    05 filler pic x(81) value "merge_numeral_results         O          *_merged_rejects.txt                    ".
    05 filler pic x(81) value "merge_numeral_results         O          *_merged_trailer.txt                    ".
    05 filler pic x(81) value "trailer_stamp_job             I          *                                       ".
    05 filler pic x(81) value "trailer_stamp_job             O          *                                       ".
    05 filler pic x(81) value "preedit_input_job             I          *                                       ".
    05 filler pic x(81) value "preedit_input_job             O          *_clean.txt                             ".
    05 filler pic x(81) value "preedit_input_job             O          *_cleaning.txt                          ".
    05 filler pic x(81) value "expression_file_job           I          *                                       ".
    05 filler pic x(81) value "expression_file_job           I          numeral_values.dat                      ".
    05 filler pic x(81) value "expression_file_job           O          *_answers.txt                           ".
    05 filler pic x(81) value "expression_file_job           O          *_rejects.txt                           ".
    05 filler pic x(81) value "dms_load_job                  I          *                                       ".
    05 filler pic x(81) value "dms_load_job                  O          @_dmsload.dat                           ".
    05 filler pic x(81) value "ledger_match_job              I          *                                       ".
    05 filler pic x(81) value "ledger_match_job              O          *_ledger_match.txt                      ".
    05 filler pic x(81) value "aql_sample_job                I          *                                       ".
    05 filler pic x(81) value "aql_sample_job                O          @_aqlsample.txt                         ".
    05 filler pic x(81) value "fb_transmit_job               I          *                                       ".
    05 filler pic x(81) value "fb_transmit_job               O          #_transmit.fb                           ".
    05 filler pic x(81) value "fb_transmit_job               O          #_transmit.fb_controls.txt              ".
    05 filler pic x(81) value "fb_ack_match                  I          *                                       ".
    05 filler pic x(81) value "fb_ack_match                  O          *_ack_controls.txt                      ".
    05 filler pic x(81) value "vendor_return_job             I          *_rejects.txt                           ".
    05 filler pic x(81) value "vendor_return_job             I          *_review.txt                            ".
    05 filler pic x(81) value "vendor_return_job             O          *_return_+.txt                          ".
    05 filler pic x(81) value "value_table_maint             OSAVE      numeral_values.dat                      ".
    05 filler pic x(81) value "field_rules_maint             OSAVE      field_plausibility.dat                  ".
    05 filler pic x(81) value "sovereign_table_maint         OSAVE      regnal_sovereigns.dat                   ".
    05 filler pic x(81) value "eratosthenes                  I          eratosthenes_params.txt                 ".
    05 filler pic x(81) value "eratosthenes                  I          eratosthenes_primes_indexed.dat         ".
    05 filler pic x(81) value "eratosthenes                  O          eratosthenes_?_run%.txt                 ".
    05 filler pic x(81) value "eratosthenes                  O          eratosthenes_factors.txt                ".
    05 filler pic x(81) value "eratosthenes                  U          eratosthenes_primes_indexed.dat         ".
    05 filler pic x(81) value "eratosthenes                  O          eratosthenes_coverage_map.txt           ".
    05 filler pic x(81) value "eratosthenes                  U          sieve_coverage_ledger.txt               ".
    05 filler pic x(81) value "prime_factor_job              I          *                                       ".
    05 filler pic x(81) value "prime_factor_job              I          eratosthenes_factors.txt                ".
    05 filler pic x(81) value "prime_factor_job              O          *_factored.txt                          ".
    05 filler pic x(81) value "stitch_prime_files            I          *                                       ".
    05 filler pic x(81) value "stitch_prime_files            I          eratosthenes_?_run?.txt                 ".
    05 filler pic x(81) value "stitch_prime_files            O          stitched_primes_?.txt                   ".
    05 filler pic x(81) value "prime_request_queue           I          eratosthenes_primes_indexed.dat         ".
    05 filler pic x(81) value "prime_request_queue           O          ?_response.txt                          ".
01 dataset-flows redefines dataset-flows-def.
    05 flow-entry occurs 83 times.
        10 flow_program pic x(30).
        10 flow_role pic x(1).
        10 flow_when_param pic x(10).
        10 flow_pattern pic x(40).
77 flow-count pic s9(4) comp value 83.
