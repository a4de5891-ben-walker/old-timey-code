*> Sep. 3, 2026 - BW - the file-name fields widened for the
*>                     generation-numbered artifact names GEN_DATASETS
*>                     produces.
*> Oct. 15, 2026 - BW - the keyed review record carries the reason
*>                      column conv_file now writes, so a keyed review
*>                      line is read as one record, not split in two.

identification division.
program-id. vendor_return_job.
    05 rvk_numeral pic x(30).
    05 filler pic x(1).
    05 rvk_decimal pic z(11)9.
    05 filler pic x(1).
    05 rvk_reason pic x(28).

fd return_file.
01 return_record.
