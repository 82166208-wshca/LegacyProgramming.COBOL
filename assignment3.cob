record key is cat-doc-id
alternate record key is cat-author with duplicates
file status is catalog-file-status.
*> The catalog as it stood before maintenance status was added to
*> the record (101 bytes, no status fields), read once by the
*> conversion run (CATALOG-CONVERT = YES) to build the current layout.
select catalog-old-file assign to catoldvariable
organization is indexed
access mode is sequential
record key is co-doc-id
alternate record key is co-author with duplicates
file status is catalog-old-status.
select catconv-report-file assign to catconvrptvariable
organization is line sequential.
*> Formatted catalog inquiry report (CATALOG-REPORT = DOCID/AUTHOR in
*> the run-control file), a run mode alongside MAINTENANCE-MODE.
select catalog-report-file assign to catrptvariable
organization is line sequential.
*> Catalog maintenance run (CATALOG-MAINT = YES): a transaction file
*> of ADD / CHANGE / RETIRE / MERGE requests keyed on doc-id is edited
*> against the catalog, the good ones applied and the bad ones
*> rejected with a reason, and every record touched is printed before
*> and after - the only way a mistyped banner author or a committee
*> series filed under two doc-ids ever gets corrected.
select cattrans-file assign to cattransvariable
organization is line sequential
file status is cattrans-file-status.
select catmaint-report-file assign to catmaintvariable
organization is line sequential.
*> Period management summary (REPORT-PERIOD = yyyymm): trend history
*> for the business month and the one before it, one run per doc-id
*> and business date, joined to the catalog for author and title and
*> broken by author then doc-id. The work file holds the selected
*> trend records in doc-id order between the two sorts.
select period-report-file assign to periodvariable
organization is line sequential.
select period-work-file assign to periodworkvariable
organization is line sequential
file status is period-work-status.
select period-sort-file assign to periodsortvariable.
*> Parallel streams. SPLIT-STREAMS = n deals the control file out to n
*> stream control files (each with its own run-control file naming
*> its STREAM-ID), keeping every entry for one doc-id - or, for a
*> banner-less input, one file name - in the same stream. Each
*> stream then runs the ordinary batch, but with its checkpoint,
*> position marker, work files and job summary suffixed with its
*> stream number, and with the standing-file records it produces
*> (trend, audit, extract, rejects, watchlist hits, exceptions)
*> written to its own journal copies of those files, each entry
*> opened by a boundary mark carrying its original entry number;
*> catalog updates and digest rows are journalled the same way.
*> MERGE-STREAMS = n sorts every stream's journals back into the
*> original entry order and only then appends them to the standing
*> files and applies the catalog updates - so the standing files end
*> up record for record as one stream would have left them, and no
*> two streams ever update the catalog. The two generic files carry
*> the stream control, run-control and journal files in turn.
select stream-in-file assign to streaminvariable
organization is line sequential
file status is stream-in-status.
select stream-out-file assign to streamoutvariable
organization is line sequential
file status is stream-out-status.
select stream-sort-file assign to streamsortvariable.
select streams-report-file assign to streamrptvariable
organization is line sequential
file status is streams-report-status.
*> Keyed run history: one record per trend record, keyed on doc-id,
*> business date and run date (a run sequence keeps two runs on one
*> day apart), with the file name as an alternate key for banner-less
*> documents. The duplicate guard and the exception averages read it
*> by key instead of passing the whole of TREND.TXT per document;
*> TREND.TXT is still written for everyone else who reads it. The
*> file is built once from TREND.TXT and its retention archives by
*> the load run (RUNHIST-LOAD = YES) - until then the batch neither
*> writes it nor trusts it, and falls back to reading TREND.TXT.
select runhist-file assign to runhistvariable
organization is indexed
access mode is dynamic
record key is rh-key
alternate record key is rh-file with duplicates
file status is runhist-file-status.
*> The load run's list of trend archive files to load besides
*> TREND.TXT itself (one file name per record), and its report.
select histload-list-file assign to histloadvariable
organization is line sequential
file status is histload-list-status.
select histload-report-file assign to histloadrptvariable
organization is line sequential.
*> Action register: every ACTION, DECISION and CLOSED line harvested
*> from a banner-carrying transcript, keyed on doc-id, business date
*> and the line's record number within the document, so a rerun of
*> the same meeting rewrites its entries instead of adding them twice.
*> The report run (ACTION-REPORT = YES, or an as-at date yyyymmdd)
*> lists the actions still open across every meeting by owner.
select action-file assign to actionvariable
organization is indexed
access mode is dynamic
record key is ac-key
file status is action-file-status.
select action-report-file assign to actionrptvariable
organization is line sequential.
select action-sort-file assign to actionsortvariable.
*> Backout run's report: every record it took out of (or reversed in)
*> the standing files.
select backout-report-file assign to backoutrptvariable
organization is line sequential.
*> Full concordance: word-freq-table is OCCURS 50, so on a real
*> transcript it fills within the first paragraph and every distinct
*> word after that silently never counts. Every word the scan flushes
*> news in one place for the 7am check.
select digest-file assign to digestvariable
organization is line sequential.
*> Inbound manifest: the records office's list of what it sent with
*> tonight's delivery - file name, doc-id, business date and record
*> count per document. At batch close it is held up against the
*> documents the batch actually processed, and what disagrees goes to
*> its own report, the digest and the return code, so an incomplete
*> delivery stops the MI load instead of going unnoticed for weeks.
*> No manifest, no check: the step is simply reported as not done.
select manifest-file assign to manifestvariable
organization is line sequential
file status is manifest-file-status.
select manifest-report-file assign to manifestrptvariable
organization is line sequential.
*> Pre-flight validation (VERIFY-ONLY = YES): every control-file
*> entry is checked in the afternoon, before the window opens -
*> the input opens, the optional fields are well-formed, the section
select verify-file assign to verifyvariable
organization is line sequential.
select concordance-file assign to concvariable
organization is line sequential
file status is concordance-file-status.
select sort-file assign to sortworkvariable.
*> Version comparison: committees file a draft and then a final under
*> the same doc-id, and the secretariat wants to know what changed in
*> between. Every counted record of a document is spilled to a work
*> file as it goes by (document record number + text); at document
*> close that spill becomes the doc-id's version snapshot, <doc-id>.VER,
*> headed by the figures it produced, and the concordance is copied
*> alongside it as <doc-id>.VCN. With COMPARE-VERSIONS = YES in the
*> run-control file, the snapshot left by the previous run is compared
*> against the document just analyzed before it is replaced, and the
*> change report goes to <doc-id>.CMP.
select version-work-file assign to verworkvariable
organization is line sequential
file status is version-work-status.
select version-file assign to versionvariable
organization is line sequential
file status is version-file-status.
select version-conc-file assign to verconcvariable
organization is line sequential
file status is version-conc-status.
select compare-report-file assign to comparevariable
organization is line sequential.
*> Wide work file for cutting a spill back to a checkpoint on resume -
*> maint-temp-file's 200-character record is too narrow for a full
*> text record.
select trim-work-file assign to trimworkvariable
organization is line sequential
file status is trim-work-status.
*> Redacted release copy: every record of the document, HEADER and
*> TRAILER included, copied record for record with each watchlist hit
*> overwritten by a fixed filler of the same length, so the copy can
*> go outside the shop without anyone blacking names out by hand. It
*> is named like the .OUT report with .RED in place of .OUT. Each
*> mask applied is spilled to a work file as it is made, and at
*> document close the redaction certificate (.CRT) accounts for every
*> mask by term and by record - the sign-off evidence that the pass
*> was complete.
select redacted-file assign to redvariable
organization is line sequential
file status is redacted-file-status.
select red-work-file assign to redworkvariable
organization is line sequential
file status is red-work-status.
select certificate-file assign to certvariable
organization is line sequential.

data division.
file section.
    02  control-expected-field pic x(10).
    02  control-expected-numeric redefines control-expected-field
                                 pic 9(10).
*> A fourth field, written only by the stream split, carries the
*> entry's position in the original control file - a stream's own
*> entry numbers restart at 1, and the merge puts every stream's
*> records back in the original order by this number.
    02  control-entry-field    pic x(5).
    02  control-entry-numeric  redefines control-entry-field
                                pic 9(5).
fd job-summary-file.
01 job-summary-line   pic x(132).
*> Request 007: one checkpoint record, rewritten every N input
*> per-speaker breakdown state, to 7451 for the sentence-length
*> profile, to 7459 for the report page position, to 7491 for the
*> concordance file name, and to 7506 for the live expected record
*> count and the trailing eyecatcher, and to 8298 for the redaction
*> state (copy and certificate names, the running counts and the
*> per-term mask table), and to 8305 for the BADUTF8 reject count.
fd checkpoint-file.
01 checkpoint-line    pic x(8305).
fd checkpoint-new-file.
01 checkpoint-new-line pic x(8305).
*> Request 009: one line per run, appended (not overwritten) the same
*> way trend-file accumulates.
fd audit-file.
    02  cat-last-senten  pic 9(7).
    02  cat-last-words   pic 9(7).
    02  cat-last-grade   pic s9(3)v9(2) sign leading separate.
*> Maintenance status: space for a live entry, R retired, M merged
*> into cat-merged-into - set only by the maintenance run, and dated.
    02  cat-status       pic x(1).
    02  cat-merged-into  pic x(10).
    02  cat-status-date  pic x(8).
*> Y once the maintenance run has set the author and title (ADD or
*> CHANGE): the batch then keeps them instead of taking the names on
*> the document's header.
    02  cat-name-lock    pic x(1).
fd catalog-old-file.
01 catalog-old-record.
    02  co-doc-id        pic x(10).
    02  co-author        pic x(20).
    02  co-title         pic x(30).
    02  co-first-seen    pic x(8).
    02  co-last-run      pic x(8).
    02  co-run-count     pic 9(5).
    02  co-last-senten   pic 9(7).
    02  co-last-words    pic 9(7).
    02  co-last-grade    pic s9(3)v9(2) sign leading separate.
fd catconv-report-file.
01 catconv-line pic x(132).
fd catalog-report-file.
01 catalog-report-line pic x(132).
*> One maintenance transaction per record; blank records and records
*> with "*" in column one are ignored. Layout: cols 1-8 action, 9-18
*> doc-id, 19-28 merge target doc-id, 29-48 author, 49-78 title.
fd cattrans-file.
01 cattrans-record.
    02  ct-action        pic x(8).
    02  ct-doc-id        pic x(10).
    02  ct-target        pic x(10).
    02  ct-author        pic x(20).
    02  ct-title         pic x(30).
fd catmaint-report-file.
01 catmaint-line pic x(170).
*> One run-history record per analyzed document: the identity the
*> trend record carries and the figures the checks read back.
fd runhist-file.
01 runhist-record.
    02  rh-key.
        03  rh-doc-id        pic x(10).
        03  rh-bus-date      pic x(8).
        03  rh-run-date      pic x(8).
        03  rh-run-seq       pic 9(4).
    02  rh-file          pic x(20).
    02  rh-senten        pic 9(7).
    02  rh-words         pic 9(7).
    02  rh-chars         pic 9(7).
    02  rh-numbers       pic 9(7).
    02  rh-ease          pic s9(4)v9(2) sign leading separate.
    02  rh-grade         pic s9(4)v9(2) sign leading separate.
    02  rh-mode          pic x(7).
*> One register entry per tagged line; ac-type is ACTION, DECISION or
*> CLOSED. An action is OPEN until a CLOSED line names it, then DONE,
*> with the closing line's key in ac-link-key and its meeting date in
*> ac-closed-date. A CLOSED entry carries the key of the action it
*> closed in ac-link-key, and NOREF in ac-status when it named none.
*> An action's owner is the name before "to", its due date the
*> dd/mm[/yy] after "by", when the text gives them.
fd action-file.
01 action-record.
    02  ac-key.
        03  ac-doc-id        pic x(10).
        03  ac-bus-date      pic x(8).
        03  ac-rec-no        pic 9(7).
    02  ac-type          pic x(8).
    02  ac-status        pic x(6).
    02  ac-owner         pic x(20).
    02  ac-due-date      pic x(8).
    02  ac-closed-date   pic x(8).
    02  ac-link-key      pic x(25).
    02  ac-file          pic x(20).
    02  ac-run-date      pic x(8).
    02  ac-text          pic x(200).
fd action-report-file.
01 action-report-line pic x(250).
fd backout-report-file.
01 backout-line pic x(220).
*> An open action on its way to the report: by owner, then due date
*> (undated last), then the action's own key.
sd action-sort-file.
01 action-sort-record.
    02  as-owner         pic x(20).
    02  as-due-date      pic x(8).
    02  as-key           pic x(25).
    02  as-text          pic x(200).
fd stream-in-file.
01 stream-in-line pic x(400).
fd stream-out-file.
01 stream-out-line pic x(400).
fd streams-report-file.
01 streams-line pic x(132).
*> A journal record on its way back to its standing file: the entry
*> it belongs to, its place in its stream's journal, the record.
sd stream-sort-file.
01 stream-sort-record.
    02  ss-entry-no      pic 9(5).
    02  ss-seq           pic 9(9).
    02  ss-line          pic x(400).
fd histload-list-file.
01 histload-list-line pic x(80).
fd histload-report-file.
01 histload-line pic x(132).
fd period-report-file.
01 period-line pic x(132).
*> A selected trend record: the first sort orders them by doc-id,
*> business date and run so repeat runs can be dropped, the second
*> by catalog author then doc-id for the control breaks. pw-period
*> is C for the reported month, P for the month before it.
fd period-work-file.
01 period-work-record.
    02  pw-author        pic x(20).
    02  pw-doc-id        pic x(10).
    02  pw-bus-date      pic x(8).
    02  pw-run-date      pic x(8).
    02  pw-seq           pic 9(7).
    02  pw-period        pic x(1).
    02  pw-title         pic x(30).
    02  pw-senten        pic 9(7).
    02  pw-words         pic 9(7).
    02  pw-ease          pic s9(4)v9(2) sign leading separate.
    02  pw-grade         pic s9(4)v9(2) sign leading separate.
*> One spilled record per flushed word; the sort collates them by
*> word, with the record number as a minor key so the first record
*> returned for each word is its first occurrence.
01 sort-record.
    02  sort-word        pic x(30).
    02  sort-seq         pic 9(7).
sd period-sort-file.
01 period-sort-record.
    02  ps-author        pic x(20).
    02  ps-doc-id        pic x(10).
    02  ps-bus-date      pic x(8).
    02  ps-run-date      pic x(8).
    02  ps-seq           pic 9(7).
    02  ps-period        pic x(1).
    02  ps-title         pic x(30).
    02  ps-senten        pic 9(7).
    02  ps-words         pic 9(7).
    02  ps-ease          pic s9(4)v9(2) sign leading separate.
    02  ps-grade         pic s9(4)v9(2) sign leading separate.
*> One concordance line per distinct word: word, total count, record
*> of first occurrence.
fd concordance-file.
01 concordance-line pic x(60).
*> One spilled record per counted record of the document: its record
*> number within the document (so a draft and a final line up however
*> far into a spool each one sat) and the 480-character analysis text.
fd version-work-file.
01 version-work-record.
    02  vw-rec-no        pic 9(7).
    02  vw-text          pic x(480).
*> The snapshot: one version heading record carrying the figures the
*> version produced, then the spilled records exactly as above.
fd version-file.
01 version-record.
    02  ver-rec-no       pic 9(7).
    02  ver-text         pic x(480).
01 version-heading-record.
    02  verh-eyecatcher  pic x(7).
    02  verh-run-date    pic x(8).
    02  verh-bus-date    pic x(8).
    02  verh-senten      pic 9(7).
    02  verh-words       pic 9(7).
    02  verh-grade       pic s9(3)v9(2) sign leading separate.
    02  verh-records     pic 9(7).
fd version-conc-file.
01 version-conc-line pic x(60).
fd compare-report-file.
01 compare-report-line pic x(132).
fd trim-work-file
   record is varying in size from 1 to 2000 characters
   depending on trim-work-length.
01 trim-work-line pic x(2000).
*> The redacted copy keeps each record's own length, the same way
*> input-file reads it.
fd redacted-file
   record is varying in size from 1 to 2000 characters
   depending on redacted-length.
01 redacted-line pic x(2000).
*> One spilled record per term masked on a record: the physical
*> record number, the term and how many times it was masked there.
fd red-work-file.
01 red-work-record.
    02  rw-seq           pic 9(7).
    02  rw-term          pic x(30).
    02  rw-count         pic 9(5).
fd certificate-file.
01 certificate-line pic x(132).
fd digest-file.
01 digest-line pic x(132).
*> Fixed columns, one document per line; a "*" in column 1 is a
*> comment and blank lines are skipped. The doc-id, date and count
*> may be left blank - a line without a doc-id is matched on its
*> file name, a line without a count gets no count check.
fd manifest-file.
01 manifest-rec.
    02  mfr-file         pic x(20).
    02  mfr-doc-id       pic x(10).
    02  mfr-bus-date     pic x(8).
    02  mfr-records      pic x(7).
    02  filler           pic x(35).
fd manifest-report-file.
01 manifest-line pic x(132).
fd verify-file.
01 verify-line pic x(132).
fd batch-position-file.
        03  batchpos-wf-entry occurs 200 times.
            04  batchpos-wf-word  pic x(30).
            04  batchpos-wf-count pic 9(7).
*> After the position record, one record per digest row noted so far
*> tonight (dj-area's layout), so a restarted batch's digest - and the
*> manifest check run over it - still covers the entries finished
*> before the abend.
01 batchpos-digest-line pic x(300).

working-storage section.
77  eof-switch       pic 9 value 1.
77  batchposvariable       pic x(20) value 'BATCHPOS.TXT'.
01  batchpos-file-status   pic xx.
01  batchpos-record-no     pic 9(7) comp value zero.
*> The position record, laid out as batchpos-line: filled in at each
*> entry's start (or from the record read back on a restart) and
*> written, with the digest rows after it, only by batchpos-write-proc.
01  batchpos-image.
    02  bpi-entry-no           pic 9(7).
    02  bpi-file-count         pic 9(7).
    02  bpi-total-senten       pic 9(7).
    02  bpi-total-words        pic 9(7).
    02  bpi-total-chars        pic 9(7).
    02  bpi-total-numbers      pic 9(7).
    02  bpi-skip-count         pic 9(7).
    02  bpi-wf-used            pic 9(3).
    02  bpi-wf-full            pic 9.
    02  bpi-wf-table.
        03  bpi-wf-entry occurs 200 times.
            04  bpi-wf-word   pic x(30).
            04  bpi-wf-count  pic 9(7).
01  batchpos-eof-switch    pic 9.
01  control-entry-no       pic 9(7) comp value zero.
*> Request 007: mid-run checkpoint/restart.
77  checkpointvariable    pic x(20) value 'CHECKPOINT.TXT'.
*> attempt already diverted or flagged.
    02  ckpt-input-seq       pic s9(7).
    02  ckpt-reject-count    pic s9(7).
    02  ckpt-badutf8-count   pic s9(7).
    02  ckpt-watch-hits      pic s9(7).
    02  ckpt-header-found    pic 9.
    02  ckpt-header-title    pic x(30).
*> document had already consumed - a false RECORD COUNT MISMATCH a
*> clean run of the same spool never shows. Carry the live value.
    02  ckpt-expected-count  pic s9(7).
*> Redaction state: which copy and certificate the document was going
*> to, how many records the copy and the mask spill held, and the
*> per-term tallies - a resume that dropped these would cut the copy
*> back to nothing and certify only the masks made after the restart.
    02  ckpt-redvariable     pic x(32).
    02  ckpt-certvariable    pic x(32).
    02  ckpt-red-rec-count   pic 9(7).
    02  ckpt-red-spill-count pic 9(7).
    02  ckpt-red-masked-recs pic 9(7).
    02  ckpt-red-mask-total  pic 9(7).
    02  ckpt-red-term-table.
        03  ckpt-red-term-entry occurs 50 times.
            04  ckpt-red-term-masks pic 9(7).
            04  ckpt-red-term-recs  pic 9(7).
*> Trailing eyecatcher, written last: a checkpoint torn short by an
*> abend mid-write reads back without it and is never trusted.
    02  ckpt-eyecatcher      pic x(8).
77  maint-temp-variable  pic x(20) value 'MAINT.TMP'.
77  retention-days       pic 9(5) value 365.
01  maintenance-mode-switch pic 9 value zero.
01  maint-in-variable    pic x(30).
01  maint-archive-variable pic x(30).
01  maint-in-status      pic xx.
01  maint-archive-status pic xx.
*> and th-bus-date line up with out-trend-doc-id/out-trend-bus-date
*> above, so multi-document spool history can be matched per document
*> instead of lumping every document in the file together, and
*> th-mode lines up with out-trend-mode. th-ease and th-grade are the
*> readability pair the period summary averages; th-chars and
*> th-numbers are only read by the run-history load.
    02  th-chars         pic x(8).
    02  th-numbers       pic x(8).
    02  filler           pic x(16).
    02  filler           pic x(1).
    02  th-doc-id        pic x(10).
    02  filler           pic x(1).
    02  th-bus-date      pic x(8).
    02  th-ease          pic x(8).
    02  th-grade         pic x(8).
    02  filler           pic x(1).
    02  th-mode          pic x(7).
01  exc-eof-switch       pic 9.
01  exc-count            pic s9(5) comp.
*> single pulled section's counts must be filterable by the loader,
*> not sit in the MI feed looking like a whole-file run.
01  ext-mode             pic x(7).
*> Document identity from the HEADER banner (empty columns for a
*> banner-less run), so a loaded row can be traced to its document -
*> and reversed by a backout run.
01  ext-doc-id           pic x(10).
01  ext-bus-date         pic x(8).
*> Run-control parameters: KEYWORD = VALUE, spaces not significant,
*> "*" in column one comments a line out. Unknown keywords are
*> ignored; the settings echo at the top of JOBSUMMARY.TXT is the
01  catalog-found-switch pic 9.
01  catalog-eof-switch   pic 9.
01  catalog-run-date     pic x(8).
*> A catalog that exists but will not open (a record-length status
*> when it still has the old layout, say) fails the batch rather than
*> being skipped: every document it misses gets a CATFAILnn audit line
*> (once per document) and the return code becomes 8.
01  catalog-fail-switch  pic 9 value zero.
01  catalog-doc-fail-switch pic 9 value zero.
*> Set by the merge when a stream already found the catalog unreadable
*> and logged it against its documents - the merge does not log the
*> same documents again as it applies their journalled updates.
01  catalog-stream-fail-switch pic 9 value zero.
*> Catalog conversion run state.
77  catoldvariable       pic x(20) value 'CATALOG.OLD'.
77  catconvrptvariable   pic x(20) value 'CATCONV.RPT'.
01  catalog-old-status   pic xx.
01  catalog-convert-switch pic 9 value zero.
01  catconv-read-count   pic s9(5) comp.
01  catconv-written-count pic s9(5) comp.
01  catconv-dup-count    pic s9(5) comp.
01  catalog-excluded-count pic s9(5) comp.
*> A batch document arriving under a retired or merged doc-id is
*> flagged (audit status, extract marker, digest row) and left out of
*> the catalog update - catalog-retired-switch carries the finding
*> from the lookup to the places that act on it.
01  catalog-retired-switch pic 9 value zero.
01  catalog-retired-text pic x(9).
*> Catalog maintenance state. ctm-source-record and ctm-target-record
*> hold the two records a transaction reads (a MERGE reads both before
*> it can be judged), and ctm-image-record is whatever image is being
*> printed - all three mirror catalog-record.
77  cattransvariable     pic x(20) value 'CATTRANS.TXT'.
77  catmaintvariable     pic x(20) value 'CATMAINT.RPT'.
01  cattrans-file-status pic xx.
01  catalog-maint-switch pic 9 value zero.
01  ctm-eof-switch       pic 9.
01  ctm-today            pic x(8).
01  ctm-read-count       pic s9(5) comp.
01  ctm-applied-count    pic s9(5) comp.
01  ctm-rejected-count   pic s9(5) comp.
01  ctm-source-found     pic 9.
01  ctm-target-found     pic 9.
01  ctm-reason           pic x(24).
01  ctm-image-label      pic x(7).
01  ctm-source-record.
    02  ctms-doc-id      pic x(10).
    02  ctms-author      pic x(20).
    02  ctms-title       pic x(30).
    02  ctms-first-seen  pic x(8).
    02  ctms-last-run    pic x(8).
    02  ctms-run-count   pic 9(5).
    02  ctms-last-senten pic 9(7).
    02  ctms-last-words  pic 9(7).
    02  ctms-last-grade  pic s9(3)v9(2) sign leading separate.
    02  ctms-status      pic x(1).
    02  ctms-merged-into pic x(10).
    02  ctms-status-date pic x(8).
    02  ctms-name-lock   pic x(1).
01  ctm-target-record    pic x(121).
01  ctm-image-record.
    02  ctmi-doc-id      pic x(10).
    02  ctmi-author      pic x(20).
    02  ctmi-title       pic x(30).
    02  ctmi-first-seen  pic x(8).
    02  ctmi-last-run    pic x(8).
    02  ctmi-run-count   pic 9(5).
    02  ctmi-last-senten pic 9(7).
    02  ctmi-last-words  pic 9(7).
    02  ctmi-last-grade  pic s9(3)v9(2) sign leading separate.
    02  ctmi-status      pic x(1).
    02  ctmi-merged-into pic x(10).
    02  ctmi-status-date pic x(8).
    02  ctmi-name-lock   pic x(1).
*> Parallel-stream state. stream-id is this run's stream number (zero
*> for an ordinary single-stream batch); stream-entry-no is the
*> original control-file position of the entry in hand. The split
*> remembers which stream each entry and each grouping key went to.
77  streamsortvariable   pic x(20) value 'STREAMSORT.TMP'.
77  streamrptvariable    pic x(20) value 'STREAMS.RPT'.
77  streamresvariable    pic x(20) value 'STREAMRES.TXT'.
77  catjrnlvariable      pic x(20) value 'CATJRNL.TXT'.
77  digjrnlvariable      pic x(20) value 'DIGJRNL.TXT'.
01  streaminvariable     pic x(30).
01  streamoutvariable    pic x(30).
01  stream-in-status     pic xx.
01  stream-out-status    pic xx.
01  streams-report-status pic xx.
01  stream-id            pic 9 value zero.
01  stream-split-count   pic 9 value zero.
01  stream-merge-count   pic 9 value zero.
01  stream-count         pic 9.
01  stream-sub           pic 9.
01  stream-suffix        pic x(3).
01  stream-name-work     pic x(30).
01  stream-base-name     pic x(20).
01  stream-trend-shared  pic x(20).
01  stream-entry-no      pic 9(5) value zero.
01  stream-cur-entry     pic 9(5).
01  stream-seq           pic 9(9).
01  stream-eof-switch    pic 9.
01  stream-found-switch  pic 9.
01  stream-kind          pic 9.
01  stream-fail-switch   pic 9.
01  stream-line-count    pic s9(7) comp.
01  stream-cmd-line      pic x(80).
01  stream-cmd-runctl    pic x(20).
01  split-entry-count    pic s9(5) comp.
01  split-key-count      pic s9(5) comp.
01  split-sub            pic s9(5) comp.
01  split-found-switch   pic 9.
01  split-eof-switch     pic 9.
01  split-key            pic x(21).
*> Entries are grouped first and dealt to streams afterwards: every
*> key an entry carries (each HEADER doc-id in a spool, or its file
*> name) joins the entry to the group already holding that key, and
*> an entry whose keys sit in two groups merges them into one.
01  split-group          pic s9(5) comp.
01  split-group-count    pic s9(5) comp.
01  split-old-group      pic s9(5) comp.
01  split-key-sub        pic s9(5) comp.
01  split-input-eof-switch pic 9.
01  split-key-full-switch pic 9.
01  split-entry-table.
    02  split-entry occurs 999 times.
        03  split-entry-stream pic 9.
        03  split-entry-group  pic s9(5) comp.
        03  split-entry-file   pic x(20).
        03  split-entry-key    pic x(21).
01  split-key-table.
    02  split-key-entry occurs 3000 times.
        03  sk-key           pic x(21).
        03  sk-group         pic s9(5) comp.
01  split-group-table.
    02  split-group-stream pic 9 occurs 999 times.
01  split-load-table.
    02  split-load       pic s9(5) comp occurs 9 times.
*> The boundary mark opening each entry in a stream journal. The text
*> in the file-name columns keeps a trend-history reader of a journal
*> from ever matching a mark to a real file or doc-id.
01  output-stream-mark.
    02  filler pic x(8)     value "*STREAM*".
    02  filler pic x(1)     value space.
    02  filler pic x(20)    value "*** ENTRY BOUNDARY *".
    02  filler pic x(1)     value space.
    02  out-sm-entry-no     pic 9(5).
*> Catalog update journalled by a stream for the merge to apply.
01  cj-area.
    02  cj-entry-no      pic 9(5).
    02  cj-doc-id        pic x(10).
    02  cj-author        pic x(20).
    02  cj-title         pic x(30).
    02  cj-run-date      pic x(8).
    02  cj-senten        pic 9(7).
    02  cj-words         pic 9(7).
    02  cj-grade         pic s9(3)v9(2) sign leading separate.
*> Digest row journalled by a stream, in digest-entry's order.
01  dj-area.
    02  dj-entry-no      pic 9(5).
    02  dj-file          pic x(20).
    02  dj-doc-id        pic x(10).
    02  dj-status        pic x(9).
    02  dj-rej-nonprint  pic 9(7).
    02  dj-rej-badutf8   pic 9(7).
    02  dj-rej-reason    pic x(10).
    02  dj-watch-hits    pic 9(7).
    02  dj-exc-count     pic 9(3).
    02  dj-exc-line-1    pic x(98).
    02  dj-exc-line-2    pic x(98).
    02  dj-bus-date      pic x(8).
    02  dj-records       pic 9(7).
*> A stream's closing figures, for the merge's totals and verdict:
*> the position-marker figures plus the return code it ended with.
01  sr-area.
    02  sr-stream-id     pic 9.
    02  sr-return-code   pic 9.
    02  sr-fail-switch   pic 9.
    02  sr-file-count    pic 9(7).
    02  sr-total-senten  pic 9(7).
    02  sr-total-words   pic 9(7).
    02  sr-total-chars   pic 9(7).
    02  sr-total-numbers pic 9(7).
    02  sr-skip-count    pic 9(7).
    02  sr-wf-used       pic 9(3).
    02  sr-wf-full       pic 9.
    02  sr-catalog-fail  pic 9.
*> Followed in the result file by one record per roll-up word.
01  sw-area.
    02  sw-word          pic x(30).
    02  sw-count         pic 9(7).
*> STREAMS.RPT: what the split dealt out and what the merge put back.
01  output-split-header.
    02  filler pic x(20)    value "Stream split - run  ".
    02  out-spl-date        pic x(8).
    02  filler pic x(17)    value "  control file   ".
    02  out-spl-ctl         pic x(20).
    02  filler pic x(7)     value "  into ".
    02  out-spl-count       pic 9.
    02  filler pic x(8)     value " streams".
01  output-split-entry.
    02  filler pic x(8)     value "  entry ".
    02  out-spe-entry       pic z(4)9.
    02  filler pic x(2)     value spaces.
    02  out-spe-file        pic x(20).
    02  filler pic x(2)     value spaces.
    02  out-spe-key         pic x(21).
    02  filler pic x(9)     value "  stream ".
    02  out-spe-stream      pic 9.
01  output-split-stream.
    02  filler pic x(7)     value "Stream ".
    02  out-sps-stream      pic 9.
    02  filler pic x(12)    value "  entries = ".
    02  out-sps-count       pic z(4)9.
    02  filler pic x(16)    value "  control file  ".
    02  out-sps-ctl         pic x(30).
    02  filler pic x(15)    value "  run-control  ".
    02  out-sps-runctl      pic x(30).
01  output-split-pending.
    02  filler pic x(56)    value
        "*** STREAMS FROM AN EARLIER SPLIT HAVE NOT BEEN MERGED -".
    02  filler pic x(11)    value " NO SPLIT *".
    02  filler pic x(2)     value "**".
01  output-split-noctl.
    02  filler pic x(37)    value
        "*** CONTROL FILE NOT AVAILABLE STATUS".
    02  filler pic x(1)     value space.
    02  out-spn-status      pic xx.
    02  filler pic x(17)    value " - NO SPLIT *****".
01  output-split-toomany.
    02  filler pic x(53)    value
        "*** MORE THAN 999 CONTROL-FILE ENTRIES - NO SPLIT ***".
01  output-split-keysfull.
    02  filler pic x(56)    value
        "*** MORE THAN 3000 DISTINCT DOC-IDS/FILES - NO SPLIT ***".
01  output-merge-header.
    02  filler pic x(20)    value "Stream merge - run  ".
    02  out-mrg-date        pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-mrg-count       pic 9.
    02  filler pic x(8)     value " streams".
01  output-merge-stream.
    02  filler pic x(7)     value "Stream ".
    02  out-mrs-stream      pic 9.
    02  filler pic x(17)    value "  return code    ".
    02  out-mrs-rc          pic 9.
    02  filler pic x(10)    value "  files = ".
    02  out-mrs-files       pic z(6)9.
    02  filler pic x(12)    value "  skipped = ".
    02  out-mrs-skipped     pic z(6)9.
01  output-merge-missing.
    02  filler pic x(7)     value "Stream ".
    02  out-mrm-stream      pic 9.
    02  filler pic x(37)    value
        " HAS NOT COMPLETED - NOTHING MERGED *".
    02  filler pic x(2)     value "**".
01  output-merge-file.
    02  filler pic x(2)     value spaces.
    02  out-mrf-file        pic x(20).
    02  filler pic x(19)    value "  records merged = ".
    02  out-mrf-count       pic z(6)9.
01  output-merge-rc.
    02  filler pic x(22)    value "Merged return code    ".
    02  out-mrc-rc          pic 9.
*> Run-history state. runhist-switch is set once per run from whether
*> the keyed file can be opened: 1 means it exists (the load has been
*> run) and the checks use it, zero means they read TREND.TXT.
77  runhistvariable      pic x(20) value 'RUNHIST.DAT'.
77  histloadvariable     pic x(20) value 'HISTLOAD.CTL'.
77  histloadrptvariable  pic x(20) value 'HISTLOAD.RPT'.
01  runhist-file-status  pic xx.
01  histload-list-status pic xx.
01  runhist-switch       pic 9 value zero.
01  runhist-load-switch  pic 9 value zero.
01  runhist-written-switch pic 9.
01  runhist-eof-switch   pic 9.
01  histload-eof-switch  pic 9.
01  histload-read-count  pic s9(7) comp.
01  histload-loaded-count pic s9(7) comp.
01  histload-skipped-count pic s9(7) comp.
01  histload-total-count pic s9(7) comp.
01  histload-file-count  pic s9(5) comp.
*> Action register state. action-image is the entry built from the
*> record in hand (or read back from a stream's journal), laid out as
*> action-record; aj-area is its journal form in a stream.
77  actionvariable       pic x(20) value 'ACTIONS.DAT'.
77  actionrptvariable    pic x(20) value 'ACTIONS.RPT'.
77  actionsortvariable   pic x(20) value 'ACTSORT.TMP'.
77  actjrnlvariable      pic x(20) value 'ACTJRNL.TXT'.
01  action-file-status   pic xx.
01  action-tag-switch    pic 9 value zero.
01  action-report-switch pic 9 value zero.
01  action-as-of         pic x(8).
01  action-tag           pic x(20).
01  action-upper         pic x(200).
01  action-sub           pic s9(4) comp.
01  action-pos           pic s9(4) comp.
01  action-start         pic s9(4) comp.
01  action-dd-text       pic x(4).
01  action-mm-text       pic x(4).
01  action-yy-text       pic x(4).
01  action-dd-len        pic s9(4) comp.
01  action-mm-len        pic s9(4) comp.
01  action-yy-len        pic s9(4) comp.
01  action-delim-1       pic x.
01  action-delim-2       pic x.
01  action-day           pic 9(2).
01  action-month         pic 9(2).
01  action-year          pic 9(4).
01  action-due-num       pic 9(8).
01  action-base-date.
    02  action-base-yyyy pic 9(4).
    02  action-base-mmdd pic 9(4).
01  action-ref-text      pic x(40).
01  action-ref-doc       pic x(20).
01  action-ref-date      pic x(20).
01  action-ref-rec       pic x(20).
01  action-ref-doc-len   pic s9(4) comp.
01  action-ref-date-len  pic s9(4) comp.
01  action-ref-rec-len   pic s9(4) comp.
01  action-ref-fields    pic s9(4) comp.
01  action-ref-key.
    02  action-ref-doc-id    pic x(10).
    02  action-ref-bus-date  pic x(8).
    02  action-ref-rec-no    pic 9(7).
01  action-ref-print     pic x(28).
01  action-rec-edit      pic z(6)9.
01  action-image.
    02  ai-key.
        03  ai-doc-id        pic x(10).
        03  ai-bus-date      pic x(8).
        03  ai-rec-no        pic 9(7).
    02  ai-type          pic x(8).
    02  ai-status        pic x(6).
    02  ai-owner         pic x(20).
    02  ai-due-date      pic x(8).
    02  ai-closed-date   pic x(8).
    02  ai-link-key      pic x(25).
    02  ai-file          pic x(20).
    02  ai-run-date      pic x(8).
    02  ai-text          pic x(200).
01  aj-area.
    02  aj-entry-no      pic 9(5).
    02  aj-image         pic x(328).
01  action-eof-switch    pic 9.
01  action-first-switch  pic 9.
01  action-line-count    pic s9(3) comp.
01  action-hold-line     pic x(250).
01  action-cur-owner     pic x(20).
01  action-owner-open    pic s9(5) comp.
01  action-owner-overdue pic s9(5) comp.
01  action-owner-count   pic s9(5) comp.
01  action-open-count    pic s9(7) comp.
01  action-overdue-count pic s9(7) comp.
01  action-done-count    pic s9(7) comp.
01  action-decision-count pic s9(7) comp.
01  action-closing-count pic s9(7) comp.
01  action-noref-count   pic s9(7) comp.
*> Backout state. The run to back out is named by doc-id and business
*> date (backout-run-date optionally narrowing it to one run date),
*> or for a banner-less run by file name and run date. bm- holds the
*> identity of the standing-file record in hand; backout-runs the
*> trend records taken out, for the compensating audit lines; the
*> last and first whole-document runs of the doc-id left in the trend
*> history are what the catalog is rolled back to.
77  backoutrptvariable   pic x(20) value 'BACKOUT.RPT'.
01  backout-mode-switch  pic 9 value zero.
01  backout-doc-id       pic x(10) value spaces.
01  backout-bus-date     pic x(8) value spaces.
01  backout-file         pic x(20) value spaces.
01  backout-run-date     pic x(8) value spaces.
01  backout-valid-switch pic 9.
01  backout-match-switch pic 9.
01  backout-kept-switch  pic 9.
01  backout-kind         pic 9.
01  bm-doc-id            pic x(10).
01  bm-bus-date          pic x(8).
01  bm-run-date          pic x(8).
01  bm-file              pic x(20).
01  backout-removed-count pic s9(7) comp.
01  backout-kept-count   pic s9(7) comp.
01  backout-run-count    pic s9(5) comp.
01  backout-whole-count  pic s9(5) comp.
01  backout-remain-count pic s9(5) comp.
01  backout-reopen-count pic s9(5) comp.
01  backout-sub          pic s9(4) comp.
01  backout-run-sub      pic s9(4) comp.
01  backout-already-count pic s9(7) comp.
01  backout-eof-switch   pic 9.
01  backout-version-switch pic 9.
01  backout-last-kept    pic x(200).
01  backout-first-kept   pic x(8).
01  backout-first-removed pic x(8).
01  backout-runs-table.
    02  backout-run occurs 50 times.
        03  br-file          pic x(20).
        03  br-run-date      pic x(8).
        03  br-doc-id        pic x(10).
        03  br-bus-date      pic x(8).
        03  br-senten        pic x(8).
        03  br-words         pic x(8).
        03  br-chars         pic x(8).
        03  br-numbers       pic x(8).
*> BACKOUT extract rows an earlier backout already wrote against the
*> run's date and file - that many of its loaded rows are not
*> reversed again.
        03  br-reversed      pic s9(5) comp.
*> Reject and watchlist-hit lines read back by column, as
*> trend-history-line reads a trend record.
01  reject-history-line.
    02  rj-file          pic x(20).
    02  filler           pic x(27).
    02  filler           pic x(1).
    02  rj-doc-id        pic x(10).
    02  filler           pic x(1).
    02  rj-bus-date      pic x(8).
    02  filler           pic x(1).
    02  rj-run-date      pic x(8).
01  watch-history-line.
    02  wl-file          pic x(20).
    02  filler           pic x(149).
    02  filler           pic x(1).
    02  wl-doc-id        pic x(10).
    02  filler           pic x(1).
    02  wl-bus-date      pic x(8).
    02  filler           pic x(1).
    02  wl-run-date      pic x(8).
*> An extract record taken apart at its delimiters: 1 run date,
*> 2 file, 11 reconciliation outcome, 13 doc-id, 14 business date.
01  backout-extract-fields.
    02  bx-field         pic x(20) occurs 14 times.
01  bx-count             pic s9(4) comp.
01  bx-sub               pic s9(4) comp.
01  bx-pointer           pic s9(4) comp.
*> Period summary state. period-totals holds one set of accumulators
*> per control level - 1 doc-id, 2 author, 3 grand total - each with
*> the reported month's figures and the prior month's beside them;
*> ease and grade are summed per document and averaged at the break.
77  periodvariable       pic x(20) value 'PERIOD.RPT'.
77  periodworkvariable   pic x(20) value 'PERIODWORK.TMP'.
77  periodsortvariable   pic x(20) value 'PERIODSORT.TMP'.
01  period-work-status   pic xx.
01  period-report-switch pic 9 value zero.
01  period-request       pic x(6).
01  period-current.
    02  period-cur-yyyy  pic 9(4).
    02  period-cur-mm    pic 9(2).
01  period-prior.
    02  period-pri-yyyy  pic 9(4).
    02  period-pri-mm    pic 9(2).
01  period-eof-switch    pic 9.
01  period-first-switch  pic 9.
01  period-catalog-switch pic 9.
01  period-catalog-status pic xx.
01  period-seq           pic s9(7) comp.
01  period-selected-count pic s9(7) comp.
01  period-repeat-count  pic s9(7) comp.
01  period-author-count  pic s9(5) comp.
01  period-docid-count   pic s9(5) comp.
01  period-line-count    pic s9(3) comp.
01  period-hold-line     pic x(132).
01  period-sub           pic s9(4) comp.
01  period-prev-doc-id   pic x(10).
01  period-prev-bus-date pic x(8).
01  period-cur-author    pic x(20).
01  period-cur-doc-id    pic x(10).
01  period-cur-title     pic x(30).
01  period-avg-ease      pic s9(5)v9(2) comp.
01  period-avg-grade     pic s9(5)v9(2) comp.
01  period-pri-avg-ease  pic s9(5)v9(2) comp.
01  period-pri-avg-grade pic s9(5)v9(2) comp.
01  period-totals-table.
    02  period-totals occurs 3 times.
        03  pt-cur-docs      pic s9(5) comp.
        03  pt-cur-senten    pic s9(9) comp.
        03  pt-cur-words     pic s9(9) comp.
        03  pt-cur-ease      pic s9(7)v9(2) comp.
        03  pt-cur-grade     pic s9(7)v9(2) comp.
        03  pt-pri-docs      pic s9(5) comp.
        03  pt-pri-senten    pic s9(9) comp.
        03  pt-pri-words     pic s9(9) comp.
        03  pt-pri-ease      pic s9(7)v9(2) comp.
        03  pt-pri-grade     pic s9(7)v9(2) comp.
01  input-seq-no         pic s9(7) comp value zero.
01  reject-record-count  pic s9(7) comp value zero.
01  record-valid-switch  pic 9.
01  scan-sub             pic s9(4) comp.
01  scan-limit           pic s9(4) comp.
*> UTF-8 text. A record is text if every byte is printable ASCII or
*> part of a well-formed UTF-8 sequence; a control character rejects
*> it as NONPRINT, a malformed sequence as BADUTF8. record-reject-
*> reason carries the code from the scan to the reject line, and
*> badutf8-reject-count the BADUTF8 share of reject-record-count.
01  record-reject-reason pic x(10).
01  badutf8-reject-count pic s9(7) comp value zero.
01  utf8-lead            pic x.
01  utf8-byte-2          pic x.
01  utf8-byte-3          pic x.
01  utf8-seq-len         pic 9.
01  utf8-sub             pic s9(4) comp.
01  utf8-sub2            pic s9(4) comp.
01  utf8-out-sub         pic s9(4) comp.
01  utf8-punct           pic x.
01  utf8-mapped-switch   pic 9.
01  utf8-norm-line       pic x(480).
*> Folding: every character of utf8-text becomes one byte of
*> utf8-fold - an accented letter its base letter, typographic
*> punctuation its plain equivalent, anything else "?" - with
*> utf8-fold-pos remembering where each one started in utf8-text, so
*> a match found in the folded copy can be mapped back onto the bytes.
01  utf8-text            pic x(2000).
01  utf8-text-len        pic s9(4) comp.
01  utf8-fold            pic x(2000).
01  utf8-fold-len        pic s9(4) comp.
01  utf8-fold-table.
    02  utf8-fold-pos    pic s9(4) comp occurs 2001 times.
*> Column fitting: utf8-fit-proc cuts utf8-text at a character
*> boundary within utf8-width bytes and counts the continuation bytes
*> kept, and utf8-shift-proc moves what follows a column in utf8-line
*> right by that many, so later columns still line up on the page.
01  utf8-width           pic s9(4) comp.
01  utf8-cont-count      pic s9(4) comp.
01  utf8-shift-at        pic s9(4) comp.
01  utf8-line            pic x(480).
01  utf8-shift-work      pic x(480).
*> Base letters for U+00C0-U+00FF (second byte x"80"-x"BF" after
*> x"C3") and for U+0100-U+017F (after x"C4" and x"C5").
01  utf8-latin1-values.
    02  filler pic x(32) value "AAAAAAACEEEEIIIIDNOOOOO*OUUUUYTs".
    02  filler pic x(32) value "aaaaaaaceeeeiiiidnooooo/ouuuuyty".
01  utf8-latin1-table redefines utf8-latin1-values.
    02  utf8-latin1-base pic x occurs 64 times.
01  utf8-extended-values.
    02  filler pic x(32) value "AaAaAaCcCcCcCcDdDdEeEeEeEeEeGgGg".
    02  filler pic x(32) value "GgGgHhHhIiIiIiIiIiIiJjKkkLlLlLlL".
    02  filler pic x(32) value "lLlNnNnNnnNnOoOoOoOoRrRrRrSsSsSs".
    02  filler pic x(32) value "SsTtTtTtUuUuUuUuUuUuWwYyYZzZzZzs".
01  utf8-extended-table redefines utf8-extended-values.
    02  utf8-extended-base pic x occurs 128 times.
*> Document-identity HEADER record: transcripts and log excerpts now
*> open with a banner record naming the document. Recognize it the
*> same way outer-loop already recognizes TRAILER, and carry the
    02  out-conc-count   pic 9(7).
    02  filler pic x(1)  value space.
    02  out-conc-first   pic 9(7).
01  concordance-file-status pic xx.
*> Version comparison state. The record spill and the trim work file
*> keep fixed names the way WORDWORK.TMP does; the snapshot pair and
*> the change report are named for the doc-id, so a draft analyzed in
*> one spool and its final in another still find each other.
77  verworkvariable      pic x(20) value 'VERWORK.TMP'.
77  trimworkvariable     pic x(20) value 'TRIMWORK.TMP'.
01  version-work-status  pic xx.
01  version-file-status  pic xx.
01  version-conc-status  pic xx.
01  trim-work-status     pic xx.
01  trim-work-length     pic 9(4) comp.
01  versionvariable      pic x(32) value spaces.
01  verconcvariable      pic x(32) value spaces.
01  comparevariable      pic x(32) value spaces.
01  compare-mode-switch  pic 9 value zero.
01  version-prior-switch pic 9.
01  version-copy-eof-switch pic 9.
01  version-run-date     pic x(8).
01  vw-trim-count        pic s9(7) comp.
*> The previous version's figures, lifted off its heading record
*> before the record comparison reads past it.
01  cmp-prior-run-date   pic x(8).
01  cmp-prior-bus-date   pic x(8).
01  cmp-prior-senten     pic s9(7) comp.
01  cmp-prior-words      pic s9(7) comp.
01  cmp-prior-grade      pic s9(5)v9(2) comp.
01  cmp-prior-records    pic s9(7) comp.
*> Record comparison: both versions are read in step through a window
*> of up to 50 records each. Equal heads are the same record; when the
*> heads differ, the window is searched for where the two versions
*> line up again - the old head reappearing further down the new
*> version means the records in between were added, the new head
*> further down the old version means records were deleted, and no
*> resynchronization inside the window means the record was changed.
01  cmp-old-count        pic s9(3) comp.
01  cmp-new-count        pic s9(3) comp.
01  cmp-old-eof-switch   pic 9.
01  cmp-new-eof-switch   pic 9.
01  cmp-old-hit          pic s9(3) comp.
01  cmp-new-hit          pic s9(3) comp.
01  cmp-sub              pic s9(3) comp.
01  cmp-skip-count       pic s9(3) comp.
01  cmp-added-count      pic s9(7) comp.
01  cmp-deleted-count    pic s9(7) comp.
01  cmp-changed-count    pic s9(7) comp.
01  cmp-same-count       pic s9(7) comp.
01  cmp-old-window.
    02  cmp-old-entry occurs 50 times.
        03  cmp-old-rec  pic s9(7) comp.
        03  cmp-old-text pic x(480).
01  cmp-new-window.
    02  cmp-new-entry occurs 50 times.
        03  cmp-new-rec  pic s9(7) comp.
        03  cmp-new-text pic x(480).
01  cmp-print-text       pic x(480).
01  cmp-print-label      pic x(6).
01  cmp-text-len         pic s9(4) comp.
01  cmp-text-sub         pic s9(4) comp.
01  cmp-chunk-len        pic s9(4) comp.
01  cmp-recno-edit       pic z(6)9.
*> Vocabulary delta: the two concordances are both in word order, so
*> one matched pass finds the new words, the dropped words and the
*> count movements; the pass runs twice so new and dropped words each
*> print as their own section. The biggest movers are kept in a
*> table ordered by the size of the movement.
01  cmp-vocab-pass       pic 9.
01  cmp-oc-eof-switch    pic 9.
01  cmp-nc-eof-switch    pic 9.
01  cmp-new-words        pic s9(7) comp.
01  cmp-dropped-words    pic s9(7) comp.
01  cmp-delta            pic s9(7) comp.
01  cmp-delta-abs        pic s9(7) comp.
01  cmp-mover-count      pic s9(3) comp.
01  cmp-mover-sub        pic s9(3) comp.
01  cmp-mover-sub2       pic s9(3) comp.
01  cmp-mover-table.
    02  cmp-mover-entry occurs 50 times.
        03  cmp-mv-word   pic x(30).
        03  cmp-mv-before pic s9(7) comp.
        03  cmp-mv-after  pic s9(7) comp.
        03  cmp-mv-abs    pic s9(7) comp.
01  cmp-mover-temp.
    02  cmp-mvt-word     pic x(30).
    02  cmp-mvt-before   pic s9(7) comp.
    02  cmp-mvt-after    pic s9(7) comp.
    02  cmp-mvt-abs      pic s9(7) comp.
*> Concordance lines read back by position, the layout
*> output-concordance-line writes them in.
01  cmp-old-conc-line.
    02  cmp-oc-word      pic x(30).
    02  filler           pic x(1).
    02  cmp-oc-count     pic 9(7).
    02  filler           pic x(22).
01  cmp-new-conc-line.
    02  cmp-nc-word      pic x(30).
    02  filler           pic x(1).
    02  cmp-nc-count     pic 9(7).
    02  filler           pic x(22).
*> Change report layouts: heading, the two versions' provenance, the
*> before/after figures, the record changes with their text, the
*> totals, and the vocabulary sections.
01 output-compare-header.
    02  filler pic x(25)    value "Version comparison - Id: ".
    02  out-cmp-doc-id      pic x(10).
    02  filler pic x(2)     value spaces.
    02  out-cmp-title       pic x(30).
    02  filler pic x(8)     value "  Date: ".
    02  out-cmp-date        pic x(8).
01 output-compare-version.
    02  out-cmpv-label      pic x(18).
    02  filler pic x(9)     value "analyzed ".
    02  out-cmpv-run-date   pic x(8).
    02  filler pic x(16)    value "  business date ".
    02  out-cmpv-bus-date   pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-cmpv-records    pic -(6)9.
    02  filler pic x(8)     value " records".
01 output-compare-nobase.
    02  filler pic x(70)
      value "No earlier version of this doc-id on file - this run is the baseline.".
01 output-compare-columns.
    02  filler pic x(24)    value spaces.
    02  filler pic x(12)    value "      Before".
    02  filler pic x(12)    value "       After".
    02  filler pic x(12)    value "      Change".
01 output-compare-count.
    02  filler pic x(4)     value spaces.
    02  out-cmpc-label      pic x(20).
    02  out-cmpc-before     pic -(11)9.
    02  out-cmpc-after      pic -(11)9.
    02  out-cmpc-change     pic -(11)9.
01 output-compare-grade.
    02  filler pic x(4)     value spaces.
    02  out-cmpg-label      pic x(20).
    02  out-cmpg-before     pic -(8)9.9(2).
    02  out-cmpg-after      pic -(8)9.9(2).
    02  out-cmpg-change     pic -(8)9.9(2).
01 output-compare-section.
    02  out-cmps-title      pic x(60).
01 output-compare-record.
    02  filler pic x(2)     value spaces.
    02  out-cmpr-action     pic x(8).
    02  filler pic x(7)     value "record".
    02  out-cmpr-recno      pic -(6)9.
    02  filler pic x(1)     value space.
    02  out-cmpr-was        pic x(20).
01 output-compare-text.
    02  filler pic x(4)     value spaces.
    02  out-cmpt-label      pic x(6).
    02  out-cmpt-text       pic x(100).
01 output-compare-totals.
    02  filler pic x(4)     value spaces.
    02  filler pic x(10)    value "added =".
    02  out-cmpt-added      pic -(6)9.
    02  filler pic x(12)    value "  deleted =".
    02  out-cmpt-deleted    pic -(6)9.
    02  filler pic x(12)    value "  changed =".
    02  out-cmpt-changed    pic -(6)9.
    02  filler pic x(14)    value "  unchanged =".
    02  out-cmpt-same       pic -(6)9.
01 output-compare-word.
    02  filler pic x(4)     value spaces.
    02  out-cmpw-word       pic x(30).
    02  filler pic x(8)     value " count =".
    02  out-cmpw-count      pic -(6)9.
01 output-compare-mover.
    02  filler pic x(4)     value spaces.
    02  out-cmpm-word       pic x(30).
    02  filler pic x(7)     value " before".
    02  out-cmpm-before     pic -(6)9.
    02  filler pic x(7)     value "  after".
    02  out-cmpm-after      pic -(6)9.
    02  filler pic x(8)     value "  change".
    02  out-cmpm-change     pic +(6)9.
01 output-compare-none.
    02  filler pic x(4)     value spaces.
    02  filler pic x(10)    value "(none)".
*> Redaction state. The copy is masked over the whole physical record
*> as read (up to 2000 characters), not just the 480-character
*> analysis window - a client name past column 480 must not go out
*> unmasked just because the counts never look there. Terms are tried
*> longest first (red-order), so "ACME HOLDINGS" is masked whole before
*> "ACME" alone gets a chance to leave " HOLDINGS" showing. Every
*> occurrence is masked, each one counted as one mask.
77  redworkvariable      pic x(20) value 'REDWORK.TMP'.
77  redact-filler        pic x(1)  value "#".
01  redvariable          pic x(32) value spaces.
01  certvariable         pic x(32) value spaces.
01  redacted-file-status pic xx.
01  red-work-status      pic xx.
01  redacted-length      pic 9(4) comp.
01  redact-record        pic x(2000).
01  redact-ucase         pic x(2000).
01  red-pos              pic s9(4) comp.
01  red-limit            pic s9(4) comp.
01  red-ord-sub          pic s9(3) comp.
01  red-ord-sub2         pic s9(3) comp.
01  red-ord-temp         pic s9(3) comp.
01  red-term-hits        pic s9(5) comp.
01  red-record-masks     pic s9(7) comp.
01  red-rec-count        pic s9(7) comp value zero.
01  red-spill-count      pic s9(7) comp value zero.
01  red-masked-recs      pic s9(7) comp value zero.
01  red-mask-total       pic s9(7) comp value zero.
01  red-copy-count       pic s9(7) comp.
01  red-eof-switch       pic 9.
01  red-order-table.
    02  red-order        occurs 50 times pic s9(3) comp.
01  red-term-table.
    02  red-term-entry occurs 50 times.
        03  red-term-masks pic s9(7) comp.
        03  red-term-recs  pic s9(7) comp.
*> Redaction certificate layouts: heading, what was copied where, the
*> totals, then the masks by term and by record.
01 output-cert-header.
    02  filler pic x(28)    value "Redaction certificate - Id: ".
    02  out-crt-doc-id      pic x(10).
    02  filler pic x(2)     value spaces.
    02  out-crt-title       pic x(30).
    02  filler pic x(8)     value "  Date: ".
    02  out-crt-date        pic x(8).
01 output-cert-files.
    02  filler pic x(13)    value "Source file: ".
    02  out-crt-source      pic x(20).
    02  filler pic x(17)    value "  Redacted copy: ".
    02  out-crt-copy        pic x(32).
01 output-cert-totals.
    02  filler pic x(17)    value "Records copied =".
    02  out-crt-records     pic -(6)9.
    02  filler pic x(19)    value "  Records masked =".
    02  out-crt-masked      pic -(6)9.
    02  filler pic x(18)    value "  Masks applied =".
    02  out-crt-masks       pic -(6)9.
01 output-cert-terms.
    02  filler pic x(26)    value "Watchlist terms checked =".
    02  out-crt-terms       pic -(4)9.
01 output-cert-term-line.
    02  filler pic x(4)     value spaces.
    02  out-crt-term        pic x(30).
    02  filler pic x(8)     value " masks =".
    02  out-crt-term-masks  pic -(6)9.
    02  filler pic x(12)    value "  records =".
    02  out-crt-term-recs   pic -(6)9.
01 output-cert-record-line.
    02  filler pic x(4)     value spaces.
    02  filler pic x(7)     value "record".
    02  out-crt-recno       pic -(7)9.
    02  filler pic x(2)     value spaces.
    02  out-crt-rec-term    pic x(30).
    02  filler pic x(8)     value " masks =".
    02  out-crt-rec-masks   pic -(6)9.
01 output-cert-noterms.
    02  filler pic x(4)     value spaces.
    02  filler pic x(48)
      value "(no watchlist loaded - the copy is unmasked)".
*> Operations-digest state: one row is noted per finished document
*> (or skipped entry) as the batch runs, and batch-close-proc renders
*> the rows into the digest report. entry-resumed-switch remembers
*> they arise and cleared again as each row is noted.
77  digestvariable       pic x(20) value 'DIGEST.RPT'.
01  digest-count         pic s9(3) comp value zero.
01  digest-codes-ptr     pic s9(4) comp.
01  digest-sub           pic s9(3) comp.
01  digest-keep-rows     pic s9(4) comp.
01  digest-entry-rows    pic s9(4) comp.
01  digest-first-row     pic s9(3) comp.
01  digest-overflow-switch pic 9 value zero.
01  entry-resumed-switch pic 9 value zero.
01  doc-rej-reason       pic x(10) value spaces.
01  doc-exc-line-1       pic x(98) value spaces.
01  doc-exc-line-2       pic x(98) value spaces.
01  batch-return-code    pic 9 value zero.
*> Manifest reconciliation state. Each manifest line keeps what became
*> of it (PROCESSED, COUNT when the record counts disagree, MISSING)
*> and the digest row it matched; manifest-seen marks the digest rows
*> already claimed, so the rows left unclaimed are the documents that
*> arrived without being on the manifest. manifest-return-code is the
*> step's own contribution: 8 when anything expected is missing or
*> short, 4 when all arrived but something extra came too.
77  manifestvariable     pic x(20) value 'MANIFEST.TXT'.
77  manifestrptvariable  pic x(20) value 'MANIFEST.RPT'.
01  manifest-file-status pic xx.
01  manifest-switch      pic 9 value zero.
01  manifest-eof-switch  pic 9.
01  manifest-count-switch pic 9.
01  manifest-overflow-switch pic 9 value zero.
01  manifest-raised-switch pic 9 value zero.
01  manifest-return-code pic 9 value zero.
01  manifest-count       pic s9(3) comp value zero.
01  manifest-sub         pic s9(3) comp.
01  manifest-found-sub   pic s9(3) comp.
01  manifest-ignored-count pic s9(5) comp value zero.
01  manifest-matched-count pic s9(3) comp value zero.
01  manifest-missing-count pic s9(3) comp value zero.
01  manifest-unlisted-count pic s9(3) comp value zero.
01  manifest-disagree-count pic s9(3) comp value zero.
01  manifest-count-edit  pic z(8)9.
01  manifest-table.
    02  manifest-entry occurs 200 times.
        03  mf-file          pic x(20).
        03  mf-doc-id        pic x(10).
        03  mf-bus-date      pic x(8).
        03  mf-count-switch  pic 9.
        03  mf-records       pic s9(7) comp.
        03  mf-result        pic x(9).
        03  mf-digest-sub    pic s9(3) comp.
01  manifest-seen-table.
    02  manifest-seen occurs 200 times pic 9.
*> Pre-flight validation state. The record counts are taken twice:
*> physical records (what a section number is checked against, since
*> section mode skips physically) and data records excluding the
01  report-detail        pic x(480).
01  digest-table.
    02  digest-entry occurs 200 times.
        03  dg-entry-no      pic 9(5).
        03  dg-file          pic x(20).
        03  dg-doc-id        pic x(10).
        03  dg-status        pic x(9).
        03  dg-rej-nonprint  pic s9(7) comp.
        03  dg-rej-badutf8   pic s9(7) comp.
        03  dg-rej-reason    pic x(10).
        03  dg-watch-hits    pic s9(7) comp.
        03  dg-exc-count     pic s9(3) comp.
        03  dg-exc-line-1    pic x(98).
        03  dg-exc-line-2    pic x(98).
        03  dg-bus-date      pic x(8).
        03  dg-records       pic s9(7) comp.
*> Readability scoring: syllables are estimated per word as it is
*> flushed (vowel groups, minus a trailing silent e, minimum one),
*> because they cannot be recovered afterwards from the totals the
    02  out-rej-recno    pic -(7)9.
    02  filler pic x(1)  value space.
    02  out-rej-reason   pic x(10).
*> The run the line belongs to: doc-id and business date (spaces for
*> a banner-less document) and run date, so a backout can find it.
    02  filler pic x(1)  value space.
    02  out-rej-doc-id   pic x(10).
    02  filler pic x(1)  value space.
    02  out-rej-bus-date pic x(8).
    02  filler pic x(1)  value space.
    02  out-rej-run-date pic x(8).
01 output-reject-total.
    02  filler pic x(20)    value spaces.
    02  filler pic x(34)    value "Records Rejected =".
    02  out-rej-total pic -(7)9.
01 output-reject-badutf8.
    02  filler pic x(22)    value spaces.
    02  filler pic x(32)    value "of which invalid UTF-8 =".
    02  out-rej-badutf8 pic -(7)9.
*> One hit-report line per watchlist term found on a record, plus the
*> per-file hit total shown in the stats block.
01 output-watch-hit.
    02  out-wh-term      pic x(30).
    02  filler pic x(2)  value "| ".
    02  out-wh-context   pic x(100).
*> The run the hit belongs to, as on the reject line.
    02  filler pic x(1)  value space.
    02  out-wh-doc-id    pic x(10).
    02  filler pic x(1)  value space.
    02  out-wh-bus-date  pic x(8).
    02  filler pic x(1)  value space.
    02  out-wh-run-date  pic x(8).
01 output-watch-total.
    02  filler pic x(20)    value spaces.
    02  filler pic x(34)    value "Watchlist Hits =".
01 output-digest-overflow.
    02  filler pic x(48)
      value "(further entries not digested - table full)".
*> Manifest findings at the foot of the digest: the tally, then one
*> line per document missing, disagreeing or not on the manifest.
01 output-digest-manifest.
    02  filler pic x(10)    value "Manifest: ".
    02  out-dgm-expected    pic -(4)9.
    02  filler pic x(11)    value " expected, ".
    02  out-dgm-matched     pic -(4)9.
    02  filler pic x(12)    value " processed, ".
    02  out-dgm-missing     pic -(4)9.
    02  filler pic x(16)    value " never arrived, ".
    02  out-dgm-unlisted    pic -(4)9.
    02  filler pic x(18)    value " not on manifest, ".
    02  out-dgm-disagree    pic -(4)9.
    02  filler pic x(16)    value " count disagree".
01 output-digest-manifest-none.
    02  filler pic x(10)    value "Manifest: ".
    02  out-dgm-none-file   pic x(20).
    02  filler pic x(44)
      value " not received - delivery not reconciled".
01 output-digest-manifest-item.
    02  filler pic x(4)     value spaces.
    02  out-dgm-finding     pic x(16).
    02  out-dgm-file        pic x(20).
    02  filler pic x(1)     value space.
    02  out-dgm-doc-id      pic x(10).
    02  filler pic x(1)     value space.
    02  out-dgm-bus-date    pic x(8).
    02  filler pic x(12)    value "  manifest =".
    02  out-dgm-man-count   pic -(6)9.
    02  filler pic x(13)    value "  processed =".
    02  out-dgm-proc-count  pic -(6)9.
01 output-digest-rc.
    02  filler pic x(12)    value "RETURN-CODE ".
    02  out-dgrc            pic 9.
    02  filler pic x(3)     value " - ".
    02  out-dgrc-text       pic x(40).
*> Manifest reconciliation report: a dated heading naming the
*> manifest, the four sections in the same column layout, then the
*> tally and the step's return-code contribution.
01 output-manifest-header.
    02  filler pic x(32)
      value "Inbound manifest reconciliation ".
    02  out-mfh-date        pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-mfh-file        pic x(20).
01 output-manifest-nofile.
    02  filler pic x(19)    value "MANIFEST NOT FOUND ".
    02  filler pic x(9)     value "- STATUS ".
    02  out-mfn-status      pic xx.
    02  filler pic x(30)    value " - DELIVERY NOT RECONCILED".
01 output-manifest-section.
    02  out-mfs-title       pic x(40).
01 output-manifest-columns.
    02  filler pic x(7)     value "Entry".
    02  filler pic x(21)    value "File".
    02  filler pic x(11)    value "Doc-id".
    02  filler pic x(9)     value "Bus date".
    02  filler pic x(10)    value " Manifest".
    02  filler pic x(11)    value "Processed".
    02  filler pic x(6)     value "Result".
01 output-manifest-detail.
    02  out-mfd-entry       pic z(5).
    02  filler pic x(2)     value spaces.
    02  out-mfd-file        pic x(20).
    02  filler pic x(1)     value space.
    02  out-mfd-doc-id      pic x(10).
    02  filler pic x(1)     value space.
    02  out-mfd-bus-date    pic x(8).
    02  filler pic x(1)     value space.
    02  out-mfd-manifest    pic x(9).
    02  filler pic x(1)     value space.
    02  out-mfd-processed   pic x(9).
    02  filler pic x(2)     value spaces.
    02  out-mfd-result      pic x(9).
01 output-manifest-none.
    02  filler pic x(7)     value spaces.
    02  filler pic x(6)     value "(none)".
01 output-manifest-ignored.
    02  filler pic x(56)
      value "MANIFEST LINES NOT USED (NO FILE OR DOC-ID, BAD COUNT) =".
    02  out-mfi-count       pic -(5)9.
01 output-manifest-overflow.
    02  filler pic x(48)
      value "(manifest lines beyond 200 were not reconciled)".
01 output-manifest-digest-full.
    02  filler pic x(56)
      value "(documents beyond the digest's 200 rows not reconciled)".
01 output-manifest-total.
    02  filler pic x(16)    value "MANIFEST LINES =".
    02  out-mft-expected    pic -(5)9.
    02  filler pic x(13)    value "  PROCESSED =".
    02  out-mft-matched     pic -(5)9.
    02  filler pic x(17)    value "  NEVER ARRIVED =".
    02  out-mft-missing     pic -(5)9.
    02  filler pic x(19)    value "  NOT ON MANIFEST =".
    02  out-mft-unlisted    pic -(5)9.
    02  filler pic x(18)    value "  COUNT DISAGREE =".
    02  out-mft-disagree    pic -(5)9.
01 output-manifest-rc.
    02  filler pic x(25)    value "RETURN-CODE CONTRIBUTION ".
    02  out-mfrc            pic 9.
*> Corpus-wide word section at the bottom of JOBSUMMARY.TXT, ahead
*> of the TOTAL line.
01 output-batch-wf-header.
01 output-catalog-missing.
    02  filler pic x(52)
      value "*** CATALOG FILE NOT PRESENT - NOTHING TO REPORT ***".
01 output-catalog-excluded.
    02  out-cat-excluded    pic -(4)9.
    02  filler pic x(48)
      value " retired or merged entries not listed".
*> Catalog maintenance report: a heading, the catalog column line
*> indented under the image labels, then per transaction its verdict
*> line followed (when applied) by the before and after images of
*> every record it touched; counts at the foot.
01 output-ctm-header.
    02  filler pic x(26)    value "Catalog maintenance - run ".
    02  out-ctm-date        pic x(8).
    02  filler pic x(20)    value "  transactions from ".
    02  out-ctm-file        pic x(20).
01 output-ctm-trans-line.
    02  filler pic x(12)    value "Transaction ".
    02  out-ctm-trans-no    pic z(4)9.
    02  filler pic x(2)     value spaces.
    02  out-ctm-action      pic x(8).
    02  filler pic x(1)     value space.
    02  out-ctm-doc-id      pic x(10).
    02  filler pic x(1)     value space.
    02  out-ctm-target      pic x(10).
    02  filler pic x(2)     value spaces.
    02  out-ctm-verdict     pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-ctm-reason      pic x(24).
01 output-ctm-image-line.
    02  filler pic x(4)     value spaces.
    02  out-ctm-label       pic x(7).
    02  filler pic x(1)     value space.
    02  out-ctm-image       pic x(115).
    02  filler pic x(2)     value spaces.
    02  out-ctm-status      pic x(40).
01 output-ctm-totals.
    02  filler pic x(20)    value "Transactions read = ".
    02  out-ctm-read        pic z(4)9.
    02  filler pic x(12)    value "  applied = ".
    02  out-ctm-applied     pic z(4)9.
    02  filler pic x(13)    value "  rejected = ".
    02  out-ctm-rejected    pic z(4)9.
01 output-ctm-no-trans.
    02  filler pic x(59)
      value "*** TRANSACTION FILE NOT PRESENT - NO MAINTENANCE DONE ***".
*> Period management summary: heading, column line, then per author
*> a name line, one line per doc-id and an author total; the grand
*> total gets a page of its own. The prior-month columns give way to
*> a note when there is nothing to compare against.
01 output-period-header.
    02  filler pic x(34)    value "Period summary for business month ".
    02  out-pd-cur-yyyy     pic x(4).
    02  filler pic x(1)     value "-".
    02  out-pd-cur-mm       pic x(2).
    02  filler pic x(29)    value "   compared with prior month ".
    02  out-pd-pri-yyyy     pic x(4).
    02  filler pic x(1)     value "-".
    02  out-pd-pri-mm       pic x(2).
    02  filler pic x(6)     value "   run".
    02  filler pic x(1)     value space.
    02  out-pd-run-date     pic x(8).
01 output-period-columns.
    02  filler pic x(44)    value "  Doc Id     Title".
    02  filler pic x(5)     value " Docs".
    02  filler pic x(10)    value " Sentences".
    02  filler pic x(10)    value "     Words".
    02  filler pic x(8)     value " Wds/Sen".
    02  filler pic x(8)     value "    Ease".
    02  filler pic x(8)     value "   Grade".
    02  filler pic x(3)     value spaces.
    02  filler pic x(6)     value "PrDocs".
    02  filler pic x(10)    value "   PrWords".
    02  filler pic x(8)     value " EaseChg".
    02  filler pic x(9)     value " GradeChg".
01 output-period-author.
    02  filler pic x(7)     value "Author ".
    02  out-pd-author       pic x(20).
01 output-period-line.
    02  filler pic x(2)     value spaces.
    02  out-pd-doc-id       pic x(10).
    02  filler pic x(1)     value space.
    02  out-pd-title        pic x(30).
    02  filler pic x(1)     value space.
    02  out-pd-docs         pic z(4)9.
    02  out-pd-senten       pic z(9)9.
    02  out-pd-words        pic z(9)9.
    02  out-pd-aver-ws      pic -(4)9.9(2).
    02  out-pd-ease         pic -(4)9.9(2).
    02  out-pd-grade        pic -(4)9.9(2).
    02  filler pic x(3)     value spaces.
    02  out-pd-prior-area.
        03  out-pd-pri-docs     pic z(5)9.
        03  out-pd-pri-words    pic z(9)9.
        03  out-pd-change-area.
            04  out-pd-ease-chg     pic +(4)9.9(2).
            04  out-pd-grade-chg    pic +(5)9.9(2).
        03  out-pd-change-text  redefines out-pd-change-area
                                pic x(17).
    02  out-pd-prior-text   redefines out-pd-prior-area pic x(33).
01 output-period-grand-header.
    02  filler pic x(31)    value "Grand total for business month ".
    02  out-pdg-yyyy        pic x(4).
    02  filler pic x(1)     value "-".
    02  out-pdg-mm          pic x(2).
01 output-period-grand-counts.
    02  filler pic x(10)    value "Authors = ".
    02  out-pdg-authors     pic z(4)9.
    02  filler pic x(14)    value "   Doc-ids = ".
    02  out-pdg-docids      pic z(4)9.
    02  filler pic x(28)    value "   Trend records selected = ".
    02  out-pdg-selected    pic z(6)9.
    02  filler pic x(26)    value "   Repeat runs left out = ".
    02  out-pdg-repeats     pic z(6)9.
01 output-period-none.
    02  filler pic x(48)
      value "(no documents in this month or the month before)".
01 output-period-no-catalog.
    02  filler pic x(57)
      value "(catalog not available - authors and titles not shown)".
01 output-period-catalog-fail.
    02  filler pic x(38)
      value "*** CATALOG CANNOT BE OPENED - STATUS ".
    02  out-pd-cat-status   pic xx.
    02  filler pic x(35)
      value " - AUTHORS AND TITLES NOT SHOWN ***".
01 output-period-no-trend.
    02  filler pic x(50)
      value "*** TREND FILE NOT PRESENT - NOTHING TO REPORT ***".
01 output-period-bad.
    02  filler pic x(57)
      value "*** REPORT-PERIOD MUST BE YYYYMM - NO REPORT PRODUCED ***".
*> Open action report: heading and column line, then per owner a
*> name line, one line per open action and an owner total; the
*> totals, and any CLOSED lines that named no action, close it.
01 output-action-header.
    02  filler pic x(24)    value "Open action items as at ".
    02  out-act-as-of       pic x(8).
    02  filler pic x(6)     value "   run".
    02  filler pic x(1)     value space.
    02  out-act-run-date    pic x(8).
01 output-action-columns.
    02  filler pic x(31)    value "  Reference".
    02  filler pic x(10)    value "Meeting".
    02  filler pic x(10)    value "Due".
    02  filler pic x(9)     value "Flag".
    02  filler pic x(6)     value "Action".
01 output-action-owner.
    02  filler pic x(6)     value "Owner ".
    02  out-act-owner       pic x(20).
01 output-action-line.
    02  filler pic x(2)     value spaces.
    02  out-act-ref         pic x(28).
    02  filler pic x(1)     value space.
    02  out-act-meeting     pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-act-due         pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-act-flag        pic x(7).
    02  filler pic x(2)     value spaces.
    02  out-act-text        pic x(190).
01 output-action-owner-total.
    02  filler pic x(19)    value "  Open for owner = ".
    02  out-act-own-open    pic z(4)9.
    02  filler pic x(13)    value "   overdue = ".
    02  out-act-own-overdue pic z(4)9.
01 output-action-totals.
    02  filler pic x(15)    value "Open actions = ".
    02  out-act-open        pic z(6)9.
    02  filler pic x(13)    value "   overdue = ".
    02  out-act-overdue     pic z(6)9.
    02  filler pic x(12)    value "   owners = ".
    02  out-act-owners      pic z(4)9.
01 output-action-register.
    02  filler pic x(22)    value "Register: actions done".
    02  filler pic x(3)     value " = ".
    02  out-act-done        pic z(6)9.
    02  filler pic x(15)    value "   decisions = ".
    02  out-act-decisions   pic z(6)9.
    02  filler pic x(19)    value "   closing lines = ".
    02  out-act-closing     pic z(6)9.
01 output-action-noref-header.
    02  filler pic x(46)
      value "CLOSED lines naming no action in the register:".
01 output-action-none.
    02  filler pic x(17)    value "(no open actions)".
01 output-action-no-file.
    02  filler pic x(55)
      value "*** ACTION REGISTER NOT PRESENT - NOTHING TO REPORT ***".
*> Backout report: heading naming the run, then per standing file a
*> heading, the records taken out (or reversed) and a count.
01 output-backout-header.
    02  filler pic x(12)    value "Backout run ".
    02  out-bo-date         pic x(8).
    02  filler pic x(3)     value spaces.
    02  out-bo-target       pic x(90).
01 output-backout-section.
    02  out-bo-sec-file     pic x(20).
    02  filler pic x(1)     value space.
    02  out-bo-sec-text     pic x(40).
01 output-backout-record.
    02  filler pic x(4)     value spaces.
    02  out-bo-record       pic x(200).
01 output-backout-count.
    02  filler pic x(4)     value spaces.
    02  out-bo-cnt-text     pic x(30).
    02  filler pic x(3)     value " = ".
    02  out-bo-count        pic z(6)9.
01 output-backout-note.
    02  filler pic x(4)     value spaces.
    02  out-bo-note         pic x(80).
01 output-backout-rc.
    02  filler pic x(22)    value "Backout return code   ".
    02  out-bo-rc           pic 9.
01 output-backout-none.
    02  filler pic x(62)
      value "*** NO SUCH RUN IN THE TREND HISTORY - NOTHING BACKED OUT ***".
01 output-backout-no-trend.
    02  filler pic x(55)
      value "*** TREND FILE NOT PRESENT - NOTHING BACKED OUT ***".
01 output-backout-bad.
    02  filler pic x(82)
      value "*** BACKOUT NEEDS DOC-ID AND BUSINESS DATE OR FILE AND RUN DATE - NOTHING DONE ***".
01 output-action-bad.
    02  filler pic x(67)
      value "*** ACTION-REPORT MUST BE YES OR YYYYMMDD - NO REPORT PRODUCED ***".
*> Run-history load report: a heading, one line per trend file read
*> with what it held and what was loaded from it, a total line.
01 output-histload-header.
    02  filler pic x(21)    value "Run-history load run ".
    02  out-hl-date         pic x(8).
    02  filler pic x(6)     value "  to  ".
    02  out-hl-target       pic x(20).
01 output-histload-line.
    02  out-hl-file         pic x(30).
    02  filler pic x(8)     value " read = ".
    02  out-hl-read         pic z(6)9.
    02  filler pic x(11)    value "  loaded = ".
    02  out-hl-loaded       pic z(6)9.
    02  filler pic x(12)    value "  skipped = ".
    02  out-hl-skipped      pic z(6)9.
01 output-histload-missing.
    02  out-hlm-file        pic x(30).
    02  filler pic x(28)    value " not present - nothing read".
01 output-histload-total.
    02  filler pic x(14)    value "Files read =  ".
    02  out-hl-files        pic z(4)9.
    02  filler pic x(26)    value "  run-history records =  ".
    02  out-hl-total        pic z(6)9.
01 output-histload-fail.
    02  filler pic x(52)
      value "*** RUN-HISTORY FILE CANNOT BE CREATED - NO LOAD ***".
*> Catalog conversion report: a heading, one line per entry carried
*> over, and the totals.
01 output-catconv-header.
    02  filler pic x(24)    value "Catalog conversion run ".
    02  out-cc-date         pic x(8).
    02  filler pic x(2)     value spaces.
    02  out-cc-old          pic x(20).
    02  filler pic x(4)     value " to ".
    02  out-cc-new          pic x(20).
01 output-catconv-line.
    02  out-cc-doc-id       pic x(10).
    02  filler pic x(1)     value space.
    02  out-cc-author       pic x(20).
    02  filler pic x(1)     value space.
    02  out-cc-title        pic x(30).
    02  filler pic x(8)     value " runs = ".
    02  out-cc-runs         pic z(4)9.
    02  filler pic x(2)     value spaces.
    02  out-cc-result       pic x(9).
01 output-catconv-total.
    02  filler pic x(7)     value "Read = ".
    02  out-cc-read         pic z(4)9.
    02  filler pic x(14)    value "  converted = ".
    02  out-cc-written      pic z(4)9.
    02  filler pic x(15)    value "  duplicates = ".
    02  out-cc-dups         pic z(4)9.
01 output-catconv-no-old.
    02  filler pic x(35)
      value "*** OLD CATALOG CANNOT BE OPENED - ".
    02  filler pic x(7)     value "STATUS ".
    02  out-cc-old-status   pic xx.
    02  filler pic x(21)    value " - NOTHING CONVERTED".
01 output-catconv-no-new.
    02  filler pic x(54)
      value "*** CATALOG FILE CANNOT BE CREATED - NO CONVERSION ***".
01 output-ctm-no-catalog.
    02  filler pic x(54)
      value "*** CATALOG FILE CANNOT BE OPENED - NO MAINTENANCE ***".
*> Request 009: one audit-trail record per run, appended to
*> audit-file; out-audit-status distinguishes a clean finish from a
*> run that resumed off a checkpoint left by an earlier abend.
*> nightly batch, a retention-maintenance run on the standing history
*> files, or a catalog inquiry report - so the one program serves as
*> its own companion maintenance and inquiry jobs.
perform run-parms-name-proc.
perform run-parms-proc.
evaluate true
when maintenance-mode-switch is equal to 1
   perform file-maintenance-proc
when verify-mode-switch is equal to 1
   perform verify-only-proc
when catalog-maint-switch is equal to 1
   perform catalog-maint-proc
when period-report-switch is equal to 1
   perform period-report-proc
when action-report-switch is equal to 1
   perform action-report-proc
when backout-mode-switch is equal to 1
   perform backout-proc
when runhist-load-switch is equal to 1
   perform runhist-load-proc
when catalog-convert-switch is equal to 1
   perform catalog-convert-proc
when stream-split-count is greater than zero
   perform stream-split-proc
when stream-merge-count is greater than zero
   perform stream-merge-proc
when catalog-report-switch is greater than zero
   perform catalog-report-proc
when other
*> One stream of a split batch: its private files take its suffix.
   if stream-id is greater than zero
      perform stream-names-proc
   end-if
   perform batch-init-proc
*> Request 006: prime to anything but 2 so the batch driver below
*> actually enters its loop - proc-body itself sets exit-switch to 2
   perform batch-close-proc
*> Tell the scheduler how it went: 0 clean, 4 completed with skipped
*> entries, 8 failed outright (no control file, or every entry
*> skipped and nothing processed) - raised to 8 when the manifest
*> shows documents missing or miscounted, or to 4 when documents
*> arrived that it does not list. batch-close-proc works the code
*> out (the digest spells the same verdict out in words) - this just
*> hands it to the scheduler.
   move batch-return-code to return-code
                    to bwf-count(bwf-sub)
             end-perform
          end-if
          move batchpos-line to batchpos-image
*> The digest rows the earlier attempt noted follow the position.
          move zero to batchpos-eof-switch
          perform batchpos-digest-read-proc
              until batchpos-eof-switch is equal to 1
   end-read
   close batch-position-file
end-if.
   write job-summary-line from output-job-summary-header
       after advancing 1 line
end-if.
*> Whether the keyed run history has been built decides, for the whole
*> run, where the duplicate guard and the exception check look.
move zero to runhist-switch.
open input runhist-file.
if runhist-file-status is equal to "00"
   move 1 to runhist-switch
   close runhist-file
end-if.
*> The extract accumulates across batches the way trend-file does -
*> the reporting tool picks up and truncates it on its own schedule.
open extend extract-file.
       until watchlist-eof-switch is equal to 1
   close watchlist-file
end-if.
*> The redaction pass tries the terms longest first - see the note on
*> red-order-table. Same exchange sort shape as sort-word-freq-proc.
perform varying red-ord-sub from 1 by 1
    until red-ord-sub is greater than watch-term-count
   move red-ord-sub to red-order(red-ord-sub)
end-perform.
if watch-term-count is greater than 1
   perform varying red-ord-sub from 1 by 1
       until red-ord-sub is greater than or equal to watch-term-count
      perform varying red-ord-sub2 from red-ord-sub by 1
          until red-ord-sub2 is greater than watch-term-count
         if watch-term-len(red-order(red-ord-sub2)) is greater than
            watch-term-len(red-order(red-ord-sub))
            move red-order(red-ord-sub) to red-ord-temp
            move red-order(red-ord-sub2) to red-order(red-ord-sub)
            move red-ord-temp to red-order(red-ord-sub2)
         end-if
      end-perform
   end-perform
end-if.

load-watchlist-read-proc.
read watchlist-file
       if watchlist-rec is not equal to spaces
          and watch-term-count is less than 50
          add 1 to watch-term-count
          move watchlist-rec to utf8-text
          move 30 to utf8-text-len
          perform utf8-fold-proc
          move function upper-case(utf8-fold(1:30))
              to watch-term(watch-term-count)
          move zero to watch-term-len(watch-term-count)
          perform varying watch-len-sub from 30 by -1
       end-if
end-read.

*> A run-control file named on the command line replaces RUNCTL.TXT -
*> how each stream of a split batch is pointed at its own.
run-parms-name-proc.
move spaces to stream-cmd-line.
accept stream-cmd-line from command-line.
if stream-cmd-line is not equal to spaces
   move spaces to stream-cmd-runctl
   unstring stream-cmd-line delimited by all space
       into stream-cmd-runctl
   if stream-cmd-runctl is not equal to spaces
      move stream-cmd-runctl to runctlvariable
   end-if
end-if.

*> Read the optional run-control file and fold each KEYWORD = VALUE
*> line into the matching tuning value or standing file name. Numeric
*> settings are range-checked (the word-frequency table is OCCURS 50,
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move 1 to verify-mode-switch
      end-if
   when "CATALOG-MAINT"
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move 1 to catalog-maint-switch
      end-if
   when "CATTRANS-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to cattransvariable
      end-if
   when "CATMAINT-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to catmaintvariable
      end-if
*> Parallel streams: SPLIT-STREAMS and MERGE-STREAMS are run modes
*> taking the stream count; STREAM-ID is written by the split into
*> each stream's own run-control file.
   when "SPLIT-STREAMS"
      perform parm-number-proc
      if parm-numeric is greater than 1
         and parm-numeric is less than 10
         move parm-numeric to stream-split-count
      end-if
   when "MERGE-STREAMS"
      perform parm-number-proc
      if parm-numeric is greater than 1
         and parm-numeric is less than 10
         move parm-numeric to stream-merge-count
      end-if
   when "STREAM-ID"
      perform parm-number-proc
      if parm-numeric is greater than zero
         and parm-numeric is less than 10
         move parm-numeric to stream-id
      end-if
   when "RUNHIST-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to runhistvariable
      end-if
   when "ACTION-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to actionvariable
      end-if
   when "ACTION-REPORT-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to actionrptvariable
      end-if
   when "MANIFEST-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to manifestvariable
      end-if
   when "MANIFEST-REPORT-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to manifestrptvariable
      end-if
*> YES (as at today) or an as-at date yyyymmdd switches the run into
*> the open action report; anything else (NO included) leaves the
*> nightly batch alone, as the other run-mode switches do.
   when "ACTION-REPORT"
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move parm-value(1:8) to action-as-of
         move 1 to action-report-switch
      end-if
      if parm-value-len is equal to 8
         and parm-value(1:8) is numeric
         move parm-value(1:8) to action-as-of
         move 1 to action-report-switch
      end-if
*> A doc-id (with its business date) or a banner-less file name (with
*> its run date) switches the run into a backout of that run; the
*> backout edits the pair itself. BACKOUT-RUN-DATE narrows a doc-id
*> backout to the runs made on that date.
   when "BACKOUT-DOC-ID"
      if parm-value is not equal to spaces
         move parm-value(1:10) to backout-doc-id
         move 1 to backout-mode-switch
      end-if
   when "BACKOUT-BUS-DATE"
      move parm-value(1:8) to backout-bus-date
   when "BACKOUT-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to backout-file
         move 1 to backout-mode-switch
      end-if
   when "BACKOUT-RUN-DATE"
      move parm-value(1:8) to backout-run-date
   when "BACKOUT-REPORT-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to backoutrptvariable
      end-if
   when "RUNHIST-LOAD"
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move 1 to runhist-load-switch
      end-if
   when "CATALOG-CONVERT"
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move 1 to catalog-convert-switch
      end-if
   when "CATALOG-OLD-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to catoldvariable
      end-if
   when "CATCONV-REPORT"
      if parm-value is not equal to spaces
         move parm-value(1:20) to catconvrptvariable
      end-if
   when "HISTLOAD-LIST"
      if parm-value is not equal to spaces
         move parm-value(1:20) to histloadvariable
      end-if
   when "HISTLOAD-REPORT"
      if parm-value is not equal to spaces
         move parm-value(1:20) to histloadrptvariable
      end-if
*> A business month (yyyymm) switches the run into the period
*> management summary; the value is edited by the report itself so
*> a mistyped period fails loudly instead of running the batch.
   when "REPORT-PERIOD"
      if parm-value is not equal to spaces
         move parm-value(1:6) to period-request
         move 1 to period-report-switch
      end-if
   when "PERIOD-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to periodvariable
      end-if
   when "VERIFY-FILE"
      if parm-value is not equal to spaces
         move parm-value(1:20) to verifyvariable
         and parm-numeric is less than 100000
         move parm-numeric to retention-days
      end-if
*> YES writes a change report against the doc-id's previous version
*> for every banner-carrying document the batch analyzes.
   when "COMPARE-VERSIONS"
      if parm-value is equal to "YES" or parm-value is equal to "Y"
         move 1 to compare-mode-switch
      end-if
   end-evaluate
end-if.

move "CATALOG-FILE" to out-parm-key.
move catalogvariable to out-parm-value.
write job-summary-line from output-parm-echo after advancing 1 line.
move "RUNHIST-FILE" to out-parm-key.
move runhistvariable to out-parm-value.
write job-summary-line from output-parm-echo after advancing 1 line.
move "ACTION-FILE" to out-parm-key.
move actionvariable to out-parm-value.
write job-summary-line from output-parm-echo after advancing 1 line.
move "MANIFEST-FILE" to out-parm-key.
move manifestvariable to out-parm-value.
write job-summary-line from output-parm-echo after advancing 1 line.
move "DIGEST-FILE" to out-parm-key.
move digestvariable to out-parm-value.
write job-summary-line from output-parm-echo after advancing 1 line.
   move "FLAG" to out-parm-value
end-evaluate.
write job-summary-line from output-parm-echo after advancing 1 line.
move "COMPARE-VERSIONS" to out-parm-key.
if compare-mode-switch is equal to 1
   move "YES" to out-parm-value
else
   move "NO" to out-parm-value
end-if.
write job-summary-line from output-parm-echo after advancing 1 line.

proc-body.
*> Request 006: unattended batch driver - pull the next input file
          move zero to exit-switch
       else
       move control-file-name to filevariable
*> The entry's position in the original control file: its own number
*> in a single-stream batch, the number the split wrote for a stream.
       if control-entry-field is numeric
          move control-entry-numeric to stream-entry-no
       else
          move control-entry-no to stream-entry-no
       end-if
*> Request 000: report name is always derived in batch mode since
*> there is no operator present to type one.
       move spaces to outvariable
       string filevariable delimited by space
              ".CNC" delimited by size
              into concvariable
*> So do the redacted copy and its certificate.
       move spaces to redvariable, certvariable
       string filevariable delimited by space
              ".RED" delimited by size
              into redvariable
       string filevariable delimited by space
              ".CRT" delimited by size
              into certvariable
*> Request 001: an optional third control-file field supplies an
*> expected count the way the operator prompt used to, following
*> req008's field-per-purpose convention; spaces/zero still falls back
*> with the roll-up totals as they stand right now (i.e. reflecting
*> every entry before this one, already written to JOBSUMMARY.TXT),
*> so a restart can restore them instead of starting the roll-up over.
       move control-entry-no to bpi-entry-no
       move batch-file-count to bpi-file-count
       move batch-total-senten to bpi-total-senten
       move batch-total-words to bpi-total-words
       move batch-total-chars to bpi-total-chars
       move batch-total-numbers to bpi-total-numbers
       move batch-skip-count to bpi-skip-count
       move batch-wf-used to bpi-wf-used
       move batch-wf-full-switch to bpi-wf-full
       move spaces to bpi-wf-table
       perform varying bwf-sub from 1 by 1
           until bwf-sub is greater than batch-wf-used
          move bwf-word(bwf-sub) to bpi-wf-word(bwf-sub)
          move bwf-count(bwf-sub) to bpi-wf-count(bwf-sub)
       end-perform
       perform batchpos-write-proc
*> A stream opens the entry in each of its journals with a boundary
*> mark, so the merge knows which entry every record belongs to.
       if stream-id is greater than zero
          perform stream-mark-proc
       end-if
*> The input itself is opened before anything else is committed to,
*> whichever mode the entry runs in - a missing or unreadable file is
*> logged and skipped, and the batch driver moves on to the next
*> to the words the checkpoint accounts for, or the concordance
*> would double-count everything in between.
             perform word-work-trim-proc
*> The version record spill runs ahead of the checkpoint the same way
*> - cut it back to the records the checkpoint counted.
             perform version-work-trim-proc
*> A checkpoint taken on a document boundary restores no document in
*> flight: the trim above emptied the spill, and start-document-proc
*> will open it afresh when the next HEADER arrives - close it here
*> so that open finds it closed.
             if doc-closed-switch is equal to 1
                close word-work-file
                close version-work-file
             end-if
*> The redacted copy and the mask spill run ahead the same way. On a
*> document boundary there is nothing in flight to cut back - and the
*> restored copy name is the finished document's, which must not be
*> reopened - so they are left closed for start-document-proc.
             if doc-closed-switch is equal to zero
                perform redact-trim-proc
             end-if
             perform checkpoint-skip-proc
          else
             open output output-file
             open output word-work-file
             open output version-work-file
             open output redacted-file
             open output red-work-file
*> The report heading is deferred until the first record arrives, so
*> a leading HEADER banner can supply a document title in place of
*> the generic one - see write-title-proc.
*> this paragraph notes below would otherwise carry the previous
*> entry's rejects and watchlist hits. A skipped entry never resumed.
move zero to reject-record-count.
move zero to badutf8-reject-count.
move zero to watch-hit-count.
move zero to entry-resumed-switch.
move zero to header-found-switch.
move spaces to header-doc-id, header-bus-date.
move "SKIPPED  " to audit-status-text.
move zero to digest-keep-rows.
perform digest-trim-proc.
open extend audit-file.
if audit-file-status is equal to "35"
   open output audit-file
*> identity. A bare TRAILER in a banner-less file keeps its original
*> meaning - an expected count for the single document the whole
*> file is, reconciled at the sentinel or EOF as always.
*> Either way the TRAILER belongs in the redacted copy, before the
*> close below shuts the copy.
          perform redact-copy-proc
          if header-found-switch is equal to 1
             perform close-document-proc
          end-if
             perform start-document-proc
          end-if
          perform write-title-proc
          perform redact-copy-proc
       else
*> Validate before counting: a record that fails the printable-text
*> scan goes to the reject file and touches none of the statistics,
          perform validate-record-proc
          if record-valid-switch is equal to zero
             perform reject-record-proc
*> A diverted record is still part of the document being released -
*> it is masked and copied like any other.
             perform redact-copy-proc
          else
*> Between documents (TRAILER seen, no new HEADER yet) a blank record
*> is inter-document filler belonging to no document - pass over it.
             perform start-document-proc
          end-if
          add 1 to actual-record-count
*> Spill the counted record for the doc-id's version snapshot, under
*> its record number within the document.
          move actual-record-count to vw-rec-no
          move input-area-text to vw-text
          write version-work-record
          perform redact-copy-proc
          perform write-title-proc
*> Paragraph boundaries: a blank record ends the current paragraph,
*> the next non-blank record opens a new one. The blank record itself
*> A leading name tag ("CHAIR:", "MS JONES:") switches the current
*> speaker; everything counted from here to the next tag is theirs.
*> A blank record does not close a speaker - they hold the floor
*> until someone else takes it. ACTION:, DECISION: and CLOSED: are
*> not speakers: the line goes to the action register, and its words
*> (and what follows, up to the next tag) count for no one.
          if input-area-text is not equal to spaces
             perform speaker-tag-check-proc
             if speaker-valid-switch is equal to 1
                perform speaker-open-proc
             end-if
             if action-tag-switch is equal to 1
                perform action-line-proc
             end-if
          end-if
*> The record is already in hand - scan it for watchlist terms while
*> it goes by. No watchlist loaded means no scan and no hit report.
          end-if
          move input-area to out-line
          move output-area to report-detail
          perform report-text-proc
          perform write-report-proc
          perform utf8-normalize-proc
          subtract 480 from charindex
          perform new-sentence-proc until exit-switch is equal to zero
           or charindex is greater than 480
   end-if
*> Remember the file-level reason for the morning digest's row.
   move out-rej-reason to doc-rej-reason
   perform history-stamp-proc
   write reject-line from output-reject-line
   add 1 to reject-record-count
end-if.
   perform write-report-proc
   perform varying speaker-sub from 1 by 1
       until speaker-sub is greater than speaker-count
      move speaker-name(speaker-sub) to utf8-text
      move 20 to utf8-width
      perform utf8-fit-proc
      move utf8-text(1:20) to out-spk-name
      move speaker-words(speaker-sub) to out-spk-words
      move speaker-senten(speaker-sub) to out-spk-senten
      if readability-words is greater than zero
      else
         move zero to out-spk-aver
      end-if
      move output-speaker-line to utf8-line
      move 40 to utf8-shift-at
      perform utf8-shift-proc
      move utf8-line to report-detail
      perform write-report-proc
   end-perform
   if speaker-overflow-switch is equal to 1
move reject-record-count to out-rej-total.
move output-reject-total to report-detail.
perform write-report-proc.
if badutf8-reject-count is greater than zero
   move badutf8-reject-count to out-rej-badutf8
   move output-reject-badutf8 to report-detail
   perform write-report-proc
end-if.
move watch-hit-count to out-watch-total.
move output-watch-total to report-detail.
perform write-report-proc.
end-if.
perform trend-log-proc.

*> Look the run history up for a record carrying the same doc-id and
*> business date as the document just analyzed - evidence it was
*> already loaded into the standing extract on an earlier run. With
*> the keyed file that is a START on the doc-id/business-date prefix;
*> without it the trend file is read end to end as before.
*> A stream looks in the standing history as it stood when the
*> streams started and in its own journal for tonight's earlier runs.
duplicate-check-proc.
if runhist-switch is equal to 1
   perform runhist-duplicate-proc
else
   if stream-id is greater than zero
      move 1 to stream-kind
      perform stream-history-scan-proc
   end-if
end-if.
if runhist-switch is equal to zero
   or stream-id is greater than zero
   perform duplicate-scan-proc
end-if.

*> The trend file is closed around the read and reopened for append,
*> the same dance exception-check-proc's caller does.
duplicate-scan-proc.
close trend-file.
open input trend-file.
if trend-file-status is equal to "00"
*> the document - exception-read-proc excludes them from history for
*> the same reason. Without this, the first whole-document run after
*> a section pull was falsely marked DUPLICATE.
       perform duplicate-match-proc
end-read.

duplicate-match-proc.
if th-doc-id is equal to header-doc-id
   and th-bus-date is equal to header-bus-date
   and th-mode is not equal to "SECTION"
   move 1 to duplicate-found-switch
end-if.

*> A TRAILER closed the document it belongs to, mid-file: produce the
*> same outputs the sentinel/EOF path produces for a whole-file
*> document, then clear the per-document state so the next HEADER in
          ".CNC" delimited by size
          into concvariable
end-if.
*> And so do the redacted copy and its certificate.
move spaces to redvariable, certvariable.
if header-doc-id is not equal to spaces
   and header-doc-id(1:1) is not equal to space
   string header-doc-id delimited by space
          ".RED" delimited by size
          into redvariable
   string header-doc-id delimited by space
          ".CRT" delimited by size
          into certvariable
else
   string filevariable delimited by space
          "." delimited by size
          doc-seq-display delimited by size
          ".RED" delimited by size
          into redvariable
   string filevariable delimited by space
          "." delimited by size
          doc-seq-display delimited by size
          ".CRT" delimited by size
          into certvariable
end-if.
open output output-file.
open output word-work-file.
open output version-work-file.
open output redacted-file.
open output red-work-file.
move 1 to title-pending-switch.
move zero to doc-closed-switch.

move zero to no-of-syllables.
move zero to readability-words.
move zero to reject-record-count.
move zero to badutf8-reject-count.
move zero to watch-hit-count.
move zero to header-found-switch.
move spaces to header-title, header-author,
move zero to speaker-current.
move zero to speaker-overflow-switch.
perform sentence-profile-reset-proc.
perform redact-reset-proc.
move 481 to charindex.

*> Clear the sentence-length profile for a fresh document - shared by
       write word-work-record from maint-temp-line
end-read.

*> Same trim for the version record spill: one spill record was
*> written per actual-record-count, so that is how many survive. The
*> keepers pass through the wide trim work file - a spilled record is
*> too long for maint-temp-file.
version-work-trim-proc.
move zero to vw-trim-count.
move zero to ww-trim-eof-switch.
open input version-work-file.
open output trim-work-file.
if version-work-status is equal to "00"
   perform version-work-trim-read-proc
       until ww-trim-eof-switch is equal to 1
          or vw-trim-count is greater than or equal
             to actual-record-count
   close version-work-file
end-if.
close trim-work-file.
open output version-work-file.
open input trim-work-file.
move zero to ww-trim-eof-switch.
perform version-work-trim-back-proc
    until ww-trim-eof-switch is equal to 1.
close trim-work-file.

version-work-trim-read-proc.
read version-work-file
    at end
       move 1 to ww-trim-eof-switch
    not at end
       add 1 to vw-trim-count
       move 487 to trim-work-length
       write trim-work-line from version-work-record
end-read.

version-work-trim-back-proc.
read trim-work-file
    at end
       move 1 to ww-trim-eof-switch
    not at end
       write version-work-record from trim-work-line
end-read.

sort-word-freq-proc.
if word-freq-count is greater than 1
   perform varying wf-idx from 1 by 1
   set wf-idx to 1
   perform until wf-idx is greater than word-freq-count
       or wf-idx is greater than top-n-count
      move wf-word(wf-idx) to utf8-text
      move 20 to utf8-width
      perform utf8-fit-proc
      move utf8-text(1:20) to out-wf-word
      move wf-count(wf-idx) to out-wf-count
      move output-word-freq-line to utf8-line
      move 44 to utf8-shift-at
      perform utf8-shift-proc
      move utf8-line to report-detail
      perform write-report-proc
      set wf-idx up by 1
   end-perform
   move spaces to out-trend-mode
end-if.
write trend-line from output-trend-summary.
*> A stream's runs reach the keyed history through the merge.
if runhist-switch is equal to 1
   and stream-id is equal to zero
   perform runhist-write-proc
end-if.

*> Case-insensitive watchlist scan of the record in input-area: the
*> record is uppercased once, then each term is looked for at every
*> position it could start. A term found anywhere on the line gets
*> one hit line - file, record number, term, the line itself - and
*> one count toward the per-file total in the stats block.
*> Terms and record are both folded, so a term matches whatever
*> accents either is written with.
watch-scan-proc.
move input-area-text to utf8-text.
move 480 to utf8-text-len.
perform utf8-fold-proc.
move function upper-case(utf8-fold(1:480)) to ucase-record.
perform varying watch-sub from 1 by 1
    until watch-sub is greater than watch-term-count
   compute watch-limit =
       utf8-fold-len + 1 - watch-term-len(watch-sub)
   move zero to watch-found-switch
   perform varying watch-pos from 1 by 1
       until watch-pos is greater than watch-limit
      move filevariable to out-wh-file
      move input-seq-no to out-wh-recno
      move watch-term(watch-sub) to out-wh-term
      move input-area-text to utf8-text
      move 100 to utf8-width
      perform utf8-fit-proc
      move utf8-text(1:100) to out-wh-context
      perform history-stamp-proc
      write watchhit-line from output-watch-hit
      add 1 to watch-hit-count
   end-if
end-perform.

*> Printable-text scan over the record as read (up to the 480-char
*> analysis window): a control character marks the record as
*> non-text (NONPRINT); bytes above tilde must form well-formed UTF-8
*> sequences - accented names and typographic punctuation are text -
*> and anything else is BADUTF8. A sequence may run past the window
*> into the rest of the record. Blank and empty records pass - they
*> are paragraph separators, not garbage.
validate-record-proc.
move 1 to record-valid-switch.
move spaces to record-reject-reason.
if input-record-length is greater than 480
   move 480 to scan-limit
else
   move input-record-length to scan-limit
end-if.
move 1 to scan-sub.
perform validate-byte-proc
    until scan-sub is greater than scan-limit
       or record-valid-switch is equal to zero.

validate-byte-proc.
move line1(scan-sub) to utf8-lead.
if utf8-lead is less than space
   or utf8-lead is equal to x"7F"
   move zero to record-valid-switch
   move "NONPRINT  " to record-reject-reason
else
   if utf8-lead is not greater than "~"
      add 1 to scan-sub
   else
      perform utf8-length-proc
      perform validate-sequence-proc
   end-if
end-if.

*> The lead byte's continuation bytes must all be x"80"-x"BF", and
*> the second byte must keep the code point out of the overlong and
*> surrogate ranges and below U+10FFFF.
validate-sequence-proc.
if utf8-seq-len is less than 2
   or scan-sub + utf8-seq-len - 1 is greater than input-record-length
   move zero to record-valid-switch
else
   perform varying utf8-sub from 1 by 1
       until utf8-sub is greater than or equal to utf8-seq-len
          or record-valid-switch is equal to zero
      if sample-input(scan-sub + utf8-sub:1) is less than x"80"
         or sample-input(scan-sub + utf8-sub:1) is greater than x"BF"
         move zero to record-valid-switch
      end-if
   end-perform
   move sample-input(scan-sub + 1:1) to utf8-byte-2
   evaluate true
   when utf8-lead is equal to x"E0"
        and utf8-byte-2 is less than x"A0"
      move zero to record-valid-switch
   when utf8-lead is equal to x"ED"
        and utf8-byte-2 is greater than x"9F"
      move zero to record-valid-switch
   when utf8-lead is equal to x"F0"
        and utf8-byte-2 is less than x"90"
      move zero to record-valid-switch
   when utf8-lead is equal to x"F4"
        and utf8-byte-2 is greater than x"8F"
      move zero to record-valid-switch
   end-evaluate
end-if.
if record-valid-switch is equal to zero
   move "BADUTF8   " to record-reject-reason
else
   add utf8-seq-len to scan-sub
end-if.

*> How many bytes the UTF-8 sequence led by utf8-lead takes: 1 for
*> ASCII, 2 to 4 for a lead byte, zero for a byte that cannot start
*> a sequence (a stray continuation byte, x"C0", x"C1", x"F5" up).
utf8-length-proc.
evaluate true
when utf8-lead is less than x"80"
   move 1 to utf8-seq-len
when utf8-lead is not less than x"C2"
     and utf8-lead is not greater than x"DF"
   move 2 to utf8-seq-len
when utf8-lead is not less than x"E0"
     and utf8-lead is not greater than x"EF"
   move 3 to utf8-seq-len
when utf8-lead is not less than x"F0"
     and utf8-lead is not greater than x"F4"
   move 4 to utf8-seq-len
when other
   move zero to utf8-seq-len
end-evaluate.

*> The plain character a typographic one stands for, from its first
*> three bytes: curly and low quotes, guillemets, the dashes and the
*> ellipsis (a full stop - it ends the sentence), and the no-break
*> space. utf8-mapped-switch stays zero for everything else.
utf8-punct-proc.
move zero to utf8-mapped-switch.
if utf8-lead is equal to x"C2"
   evaluate utf8-byte-2
   when x"A0"
      move space to utf8-punct
      move 1 to utf8-mapped-switch
   when x"AB"
   when x"BB"
      move quote to utf8-punct
      move 1 to utf8-mapped-switch
   end-evaluate
end-if.
if utf8-lead is equal to x"E2"
   and utf8-byte-2 is equal to x"80"
   evaluate utf8-byte-3
   when x"98"
   when x"99"
   when x"9A"
   when x"9B"
      move "'" to utf8-punct
      move 1 to utf8-mapped-switch
   when x"9C"
   when x"9D"
   when x"9E"
      move quote to utf8-punct
      move 1 to utf8-mapped-switch
   when x"90"
   when x"91"
   when x"92"
   when x"93"
   when x"94"
   when x"95"
      move "-" to utf8-punct
      move 1 to utf8-mapped-switch
   when x"A6"
      move "." to utf8-punct
      move 1 to utf8-mapped-switch
   end-evaluate
end-if.

*> Put the record's typographic punctuation into the plain form the
*> sentence and word scan understands, closing up the bytes saved.
*> Letters keep all their bytes - the scan counts the lead byte as
*> the character and passes over the continuation bytes. The report
*> line has already been written from the record as it came in.
utf8-normalize-proc.
move spaces to utf8-norm-line.
move zero to utf8-out-sub.
move 1 to utf8-sub.
perform utf8-normalize-char-proc
    until utf8-sub is greater than 480.
move utf8-norm-line to input-area.

utf8-normalize-char-proc.
move line1(utf8-sub) to utf8-lead.
move 1 to utf8-seq-len.
move zero to utf8-mapped-switch.
if utf8-lead is not less than x"80"
   perform utf8-length-proc
   if utf8-seq-len is less than 2
      or utf8-sub + utf8-seq-len - 1 is greater than 480
      move 1 to utf8-seq-len
   else
      move line1(utf8-sub + 1) to utf8-byte-2
      if utf8-seq-len is greater than 2
         move line1(utf8-sub + 2) to utf8-byte-3
      else
         move space to utf8-byte-3
      end-if
      perform utf8-punct-proc
   end-if
end-if.
if utf8-mapped-switch is equal to 1
   add 1 to utf8-out-sub
   move utf8-punct to utf8-norm-line(utf8-out-sub:1)
else
   perform varying utf8-sub2 from utf8-sub by 1
       until utf8-sub2 is greater than utf8-sub + utf8-seq-len - 1
      add 1 to utf8-out-sub
      move line1(utf8-sub2) to utf8-norm-line(utf8-out-sub:1)
   end-perform
end-if.
add utf8-seq-len to utf8-sub.

*> Fold utf8-text(1:utf8-text-len) into utf8-fold, one byte per
*> character, for matching that ignores accents (see utf8-fold-pos).
*> A byte that is not part of a well-formed sequence stands for
*> itself.
utf8-fold-proc.
move spaces to utf8-fold.
move zero to utf8-fold-len.
move 1 to utf8-sub.
perform utf8-fold-char-proc
    until utf8-sub is greater than utf8-text-len.
compute utf8-sub2 = utf8-fold-len + 1.
move utf8-sub to utf8-fold-pos(utf8-sub2).

utf8-fold-char-proc.
add 1 to utf8-fold-len.
move utf8-sub to utf8-fold-pos(utf8-fold-len).
move utf8-text(utf8-sub:1) to utf8-lead.
move 1 to utf8-seq-len.
if utf8-lead is less than x"80"
   move utf8-lead to utf8-fold(utf8-fold-len:1)
else
   perform utf8-length-proc
   if utf8-seq-len is greater than 1
      and utf8-sub + utf8-seq-len - 1 is not greater than utf8-text-len
      move utf8-text(utf8-sub + 1:1) to utf8-byte-2
   else
      move space to utf8-byte-2
   end-if
   if utf8-byte-2 is less than x"80"
      or utf8-byte-2 is greater than x"BF"
      move 1 to utf8-seq-len
      move utf8-lead to utf8-fold(utf8-fold-len:1)
   else
      if utf8-seq-len is greater than 2
         move utf8-text(utf8-sub + 2:1) to utf8-byte-3
      else
         move space to utf8-byte-3
      end-if
      perform utf8-punct-proc
      if utf8-mapped-switch is equal to 1
         move utf8-punct to utf8-fold(utf8-fold-len:1)
      else
         evaluate utf8-lead
         when x"C3"
            compute utf8-sub2 = function ord(utf8-byte-2) - 128
            move utf8-latin1-base(utf8-sub2)
                to utf8-fold(utf8-fold-len:1)
         when x"C4"
            compute utf8-sub2 = function ord(utf8-byte-2) - 128
            move utf8-extended-base(utf8-sub2)
                to utf8-fold(utf8-fold-len:1)
         when x"C5"
            compute utf8-sub2 = function ord(utf8-byte-2) - 64
            move utf8-extended-base(utf8-sub2)
                to utf8-fold(utf8-fold-len:1)
         when other
            move "?" to utf8-fold(utf8-fold-len:1)
         end-evaluate
      end-if
   end-if
end-if.
add utf8-seq-len to utf8-sub.

*> Cut utf8-text to utf8-width bytes without splitting a character
*> (the bytes of one that would not fit go to spaces), and count the
*> continuation bytes kept - the columns the text is short on a page.
utf8-fit-proc.
move zero to utf8-cont-count.
move 1 to utf8-sub.
perform utf8-fit-char-proc
    until utf8-sub is greater than utf8-width.

utf8-fit-char-proc.
move utf8-text(utf8-sub:1) to utf8-lead.
move 1 to utf8-seq-len.
if utf8-lead is not less than x"80"
   perform utf8-length-proc
   if utf8-seq-len is less than 2
      move 1 to utf8-seq-len
   end-if
end-if.
if utf8-sub + utf8-seq-len - 1 is greater than utf8-width
   compute utf8-sub2 = utf8-width - utf8-sub + 1
   move spaces to utf8-text(utf8-sub:utf8-sub2)
   compute utf8-sub = utf8-width + 1
else
   compute utf8-cont-count = utf8-cont-count + utf8-seq-len - 1
   add utf8-seq-len to utf8-sub
end-if.

*> The record's text column is 80 characters wide on the page - with
*> multi-byte characters in the record that is more than 80 bytes.
report-text-proc.
move input-area-text to utf8-text.
move 80 to utf8-width.
perform utf8-columns-proc.
if utf8-cont-count is greater than zero
   move utf8-text to report-detail(2:)
end-if.

*> Keep the first utf8-width characters of utf8-text (a record, at
*> most 480 bytes) and blank the rest - a report column measured in
*> characters rather than bytes. utf8-cont-count says how many bytes
*> longer than utf8-width the kept text is.
utf8-columns-proc.
move zero to utf8-cont-count.
move zero to utf8-out-sub.
move 1 to utf8-sub.
perform utf8-columns-char-proc
    until utf8-sub is greater than 480
       or utf8-out-sub is equal to utf8-width.
move spaces to utf8-text(utf8-sub:).

utf8-columns-char-proc.
move utf8-text(utf8-sub:1) to utf8-lead.
move 1 to utf8-seq-len.
if utf8-lead is not less than x"80"
   perform utf8-length-proc
   if utf8-seq-len is less than 2
      move 1 to utf8-seq-len
   end-if
end-if.
add 1 to utf8-out-sub.
compute utf8-cont-count = utf8-cont-count + utf8-seq-len - 1.
add utf8-seq-len to utf8-sub.

*> Move everything after column utf8-shift-at of utf8-line right by
*> utf8-cont-count, so a column holding multi-byte characters still
*> ends where the heading says it does.
utf8-shift-proc.
if utf8-cont-count is greater than zero
   move utf8-line(utf8-shift-at + 1:) to utf8-shift-work
   move spaces to utf8-line(utf8-shift-at + 1:)
   move utf8-shift-work
       to utf8-line(utf8-shift-at + utf8-cont-count + 1:)
end-if.

*> One reject-file line per diverted record: file name, physical
*> record number, reason code, and the run it belongs to.
reject-record-proc.
move filevariable to out-rej-file.
move input-seq-no to out-rej-recno.
move record-reject-reason to out-rej-reason.
perform history-stamp-proc.
write reject-line from output-reject-line.
add 1 to reject-record-count.
if record-reject-reason is equal to "BADUTF8   "
   add 1 to badutf8-reject-count
end-if.

*> Stamp the reject and watchlist-hit lines with the run they belong
*> to - the same doc-id, business date and run date the trend record
*> carries.
history-stamp-proc.
move function current-date(1:8) to out-rej-run-date.
move out-rej-run-date to out-wh-run-date.
if header-found-switch is equal to 1
   move header-doc-id to out-rej-doc-id, out-wh-doc-id
   move header-bus-date to out-rej-bus-date, out-wh-bus-date
else
   move spaces to out-rej-doc-id, out-wh-doc-id
   move spaces to out-rej-bus-date, out-wh-bus-date
end-if.

*> A non-blank record with no paragraph open starts one: remember its
*> record number and where the sentence/word counters stood, so the
*> close can attribute only this paragraph's growth to it. When the
*> table is full the remaining text still counts toward the file
*> totals - it just is not broken out, and the report says so.
open-paragraph-proc.
speaker-tag-check-proc.
move zero to speaker-colon-pos.
move zero to speaker-valid-switch.
move zero to action-tag-switch.
perform varying speaker-scan-sub from 1 by 1
    until speaker-scan-sub is greater than 21
       or speaker-colon-pos is greater than zero
           or (line1(speaker-scan-sub) is not less than "a"
               and line1(speaker-scan-sub) is not greater than "z")
           or line1(speaker-scan-sub) is equal to space
           or line1(speaker-scan-sub) is equal to "."
           or line1(speaker-scan-sub) is not less than x"80")
         move zero to speaker-valid-switch
      end-if
   end-perform
end-if.
if speaker-valid-switch is equal to 1
   perform action-tag-check-proc
end-if.

*> A new tag takes the floor: settle the previous speaker's share of
*> the counters, then find (or add) this speaker in the table and
   move zero to speaker-current
end-if.

*> The reserved outcome tags look like speaker tags - whatever the
*> case they are written in, they are taken out of the speaker
*> breakdown here and flagged for the action register instead.
action-tag-check-proc.
move spaces to action-tag.
compute speaker-scan-sub = speaker-colon-pos - 1.
move input-area-text(1:speaker-scan-sub) to action-tag.
inspect action-tag converting "abcdefghijklmnopqrstuvwxyz"
    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
if action-tag is equal to "ACTION"
   or action-tag is equal to "DECISION"
   or action-tag is equal to "CLOSED"
   move zero to speaker-valid-switch
   move 1 to action-tag-switch
end-if.

*> An outcome line ends the current speaker's turn. Only a document
*> whose banner supplied a doc-id has anything to key its entries on,
*> as with the catalog. A stream journals the entry for the merge to
*> apply, so the streams never update the register themselves.
action-line-proc.
perform speaker-close-proc.
if header-found-switch is equal to 1
   and header-doc-id is not equal to spaces
   and header-doc-id(1:1) is not equal to space
   perform action-build-proc
   if stream-id is greater than zero
      perform action-journal-proc
   else
      perform action-apply-proc
   end-if
end-if.

*> Build the register entry for the tagged record in input-area: its
*> key, the text after the colon (cut on a character boundary), and
*> by tag the owner and due date of an action or the reference a
*> CLOSED line names.
action-build-proc.
move spaces to action-image.
move header-doc-id to ai-doc-id.
move header-bus-date to ai-bus-date.
move actual-record-count to ai-rec-no.
move action-tag to ai-type.
move filevariable to ai-file.
move function current-date(1:8) to ai-run-date.
compute action-start = speaker-colon-pos + 1.
move zero to action-pos.
inspect input-area-text(action-start:) tallying action-pos
    for leading spaces.
add action-pos to action-start.
move spaces to utf8-text.
if action-start is not greater than 480
   move input-area-text(action-start:) to utf8-text
end-if.
move 200 to utf8-width.
perform utf8-fit-proc.
move utf8-text(1:200) to ai-text.
move ai-text to action-upper.
inspect action-upper converting "abcdefghijklmnopqrstuvwxyz"
    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
evaluate ai-type
when "ACTION"
   move "OPEN" to ai-status
   perform action-owner-proc
   perform action-due-proc
when "CLOSED"
   perform action-ref-proc
end-evaluate.

*> "MS JONES to circulate the budget": the owner is the name before
*> the first "to", provided it fits the 20-character owner field.
action-owner-proc.
move zero to action-pos.
perform varying action-sub from 2 by 1
    until action-sub is greater than 21
       or action-pos is greater than zero
   if action-upper(action-sub:4) is equal to " TO "
      move action-sub to action-pos
   end-if
end-perform.
if action-pos is greater than zero
   move spaces to utf8-text
   move ai-text(1:action-pos - 1) to utf8-text
   move 20 to utf8-width
   perform utf8-fit-proc
   move utf8-text(1:20) to ai-owner
   inspect ai-owner converting "abcdefghijklmnopqrstuvwxyz"
       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
end-if.

*> "... by 30/10", "by 30/10/26", "by 30/10/2026": the due date is the
*> day/month after the first "by", with the year as given or else the
*> meeting's own year - the next year when that day/month has already
*> passed by the meeting date. Anything else leaves no due date.
action-due-proc.
move zero to action-pos.
perform varying action-sub from 1 by 1
    until action-sub is greater than 190
       or action-pos is greater than zero
   if action-upper(action-sub:4) is equal to " BY "
      move action-sub to action-pos
   end-if
end-perform.
if action-pos is greater than zero
   move spaces to action-dd-text, action-mm-text, action-yy-text
   move spaces to action-delim-1, action-delim-2
   move zero to action-dd-len, action-mm-len, action-yy-len
   unstring ai-text(action-pos + 4:)
       delimited by "/" or "." or "," or ";" or space
       into action-dd-text delimiter in action-delim-1
                count in action-dd-len
            action-mm-text delimiter in action-delim-2
                count in action-mm-len
            action-yy-text count in action-yy-len
   perform action-date-proc
end-if.

action-date-proc.
if action-delim-1 is equal to "/"
   and action-dd-len is greater than zero
   and action-dd-len is less than 3
   and action-mm-len is greater than zero
   and action-mm-len is less than 3
   and action-dd-text(1:action-dd-len) is numeric
   and action-mm-text(1:action-mm-len) is numeric
   compute action-day = function numval(action-dd-text(1:action-dd-len))
   compute action-month =
       function numval(action-mm-text(1:action-mm-len))
   move ai-bus-date to action-base-date
   if action-base-date is not numeric
      move function current-date(1:8) to action-base-date
   end-if
   move action-base-yyyy to action-year
   if action-month * 100 + action-day is less than action-base-mmdd
      add 1 to action-year
   end-if
   if action-delim-2 is equal to "/"
      and action-yy-len is equal to 2
      and action-yy-text(1:2) is numeric
      compute action-year = 2000 + function numval(action-yy-text(1:2))
   end-if
   if action-delim-2 is equal to "/"
      and action-yy-len is equal to 4
      and action-yy-text is numeric
      move action-yy-text to action-year
   end-if
   if action-day is greater than zero
      and action-day is less than 32
      and action-month is greater than zero
      and action-month is less than 13
      compute action-due-num =
          action-year * 10000 + action-month * 100 + action-day
      move action-due-num to ai-due-date
   end-if
end-if.

*> "CLOSED: BUD001/20260905/12" names an action by doc-id, business
*> date and record number - the reference the open action report
*> prints; "CLOSED: 12" names record 12 of this same meeting. A
*> reference in neither form names nothing and the entry says NOREF.
action-ref-proc.
move spaces to action-ref-text.
unstring ai-text delimited by all space or "," or ";"
    into action-ref-text.
move spaces to action-ref-doc, action-ref-date, action-ref-rec.
move zero to action-ref-doc-len, action-ref-date-len,
    action-ref-rec-len, action-ref-fields.
unstring action-ref-text delimited by "/" or all space
    into action-ref-doc count in action-ref-doc-len
         action-ref-date count in action-ref-date-len
         action-ref-rec count in action-ref-rec-len
    tallying in action-ref-fields.
move "NOREF" to ai-status.
evaluate action-ref-fields
when 3
   if action-ref-doc-len is greater than zero
      and action-ref-doc-len is less than 11
      and action-ref-date-len is equal to 8
      and action-ref-rec-len is greater than zero
      and action-ref-rec-len is less than 8
      and action-ref-rec(1:action-ref-rec-len) is numeric
      move action-ref-doc to action-ref-doc-id
      move action-ref-date to action-ref-bus-date
      compute action-ref-rec-no =
          function numval(action-ref-rec(1:action-ref-rec-len))
      move spaces to ai-status
   end-if
when 1
   if action-ref-doc-len is greater than zero
      and action-ref-doc-len is less than 8
      and action-ref-doc(1:action-ref-doc-len) is numeric
      move ai-doc-id to action-ref-doc-id
      move ai-bus-date to action-ref-bus-date
      compute action-ref-rec-no =
          function numval(action-ref-doc(1:action-ref-doc-len))
      move spaces to ai-status
   end-if
end-evaluate.
if ai-status is equal to spaces
   move action-ref-key to ai-link-key
end-if.

*> Put the entry in action-image into the register, creating the file
*> the first time. A CLOSED entry first marks its action DONE. A rerun
*> of a meeting finds its entries already there and rewrites them,
*> keeping an action's DONE if a later meeting has closed it since.
action-apply-proc.
open i-o action-file.
if action-file-status is equal to "35"
   open output action-file
   close action-file
   open i-o action-file
end-if.
if action-file-status is equal to "00"
   if ai-type is equal to "CLOSED"
      and ai-status is equal to spaces
      perform action-close-proc
   end-if
   move action-image to action-record
   write action-record
       invalid key
          perform action-rewrite-proc
   end-write
   close action-file
end-if.

action-close-proc.
move ai-link-key to ac-key.
read action-file
    invalid key
       move "NOREF" to ai-status
    not invalid key
       if ac-type is equal to "ACTION"
          move "DONE" to ac-status
          move ai-bus-date to ac-closed-date
          move ai-key to ac-link-key
          rewrite action-record
          move "DONE" to ai-status
       else
          move "NOREF" to ai-status
       end-if
end-read.

action-rewrite-proc.
move ai-key to ac-key.
read action-file
    invalid key
       continue
    not invalid key
       if ac-type is equal to "ACTION"
          and ai-type is equal to "ACTION"
          and ac-status is equal to "DONE"
          move ac-status to ai-status
          move ac-closed-date to ai-closed-date
          move ac-link-key to ai-link-key
       end-if
       move action-image to action-record
       rewrite action-record
end-read.

*> A stream's register entry, journalled under its entry number for
*> the merge to apply in control-file order.
action-journal-proc.
move stream-entry-no to aj-entry-no.
move action-image to aj-image.
move actjrnlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable.
open extend stream-out-file.
if stream-out-status is equal to "35"
   open output stream-out-file
   close stream-out-file
   open extend stream-out-file
end-if.
write stream-out-line from aj-area.
close stream-out-file.

*> Pull the document identity out of a HEADER banner record sitting
*> in input-area - shared by outer-loop and section-mode-proc's skip
*> loop so the two modes can never drift apart on the banner layout.
                  add 1 to isnumber
               when line1(charindex) = "9"
                  add 1 to isnumber
*> A multi-byte character counts once, on its lead byte.
               when line1(charindex) is not less than x"80"
                    and line1(charindex) is not greater than x"BF"
                  continue
               when other
                  add 1 to no-of-characters
               end-evaluate
   move input-seq-no to sent-start-rec
   move readability-words to sent-base-words
end-if.
*> A multi-byte character that would not fit whole ends the word
*> there - the buffer is treated as full rather than holding half of
*> it, and its continuation bytes are then passed over with the rest.
if word-buffer-len is less than 30
   move line1(charindex) to utf8-lead
   move 1 to utf8-seq-len
   if utf8-lead is not less than x"C2"
      perform utf8-length-proc
   end-if
   if word-buffer-len + utf8-seq-len is greater than 30
      move 30 to word-buffer-len
   else
      add 1 to word-buffer-len
      move line1(charindex) to word-buffer(word-buffer-len:1)
   end-if
end-if.

flush-word-proc.
*> one group, never less than one per word. A heuristic, but the
*> standard one behind the Flesch scores, and close enough for
*> trending letter complexity.
*> The word is folded first, so an accented vowel counts as a vowel.
count-syllables-proc.
move zero to word-syllables.
move zero to prev-vowel-switch.
move word-buffer to utf8-text.
move word-buffer-len to utf8-text-len.
perform utf8-fold-proc.
perform varying syl-sub from 1 by 1
    until syl-sub is greater than utf8-fold-len
   evaluate utf8-fold(syl-sub:1)
   when "a" when "e" when "i" when "o" when "u" when "y"
   when "A" when "E" when "I" when "O" when "U" when "Y"
      if prev-vowel-switch is equal to zero
   end-evaluate
end-perform.
if word-syllables is greater than 1
   and (utf8-fold(utf8-fold-len:1) is equal to "e"
        or utf8-fold(utf8-fold-len:1) is equal to "E")
   subtract 1 from word-syllables
end-if.
if word-syllables is equal to zero
*> runs these once per TRAILER, not once per physical file.
document-finish-proc.
perform reconciliation-proc.
*> A document arriving under a doc-id the catalog has retired or
*> merged away is analyzed as usual but flagged on every output the
*> morning reader and the MI load see, and kept out of the catalog.
move zero to catalog-retired-switch.
move zero to catalog-doc-fail-switch.
if section-mode-switch is equal to zero
   and header-found-switch is equal to 1
   and header-doc-id is not equal to spaces
   and header-doc-id(1:1) is not equal to space
   perform catalog-status-check-proc
end-if.
*> A duplicate completes normally, but the audit line must say so -
*> the fact is what the morning reader needs to see.
if duplicate-found-switch is equal to 1
   and audit-status-text is equal to "NORMAL   "
   move "DUPLICATE" to audit-status-text
end-if.
if catalog-retired-switch is equal to 1
   and (audit-status-text is equal to "NORMAL   "
     or audit-status-text is equal to "DUPLICATE")
   move catalog-retired-text to audit-status-text
end-if.
*> Request 009: log this document's completion while the audit file
*> is open. Review fix: the caller now sets audit-status-text
*> first (NORMAL, NOTFOUND, ...) instead of this paragraph hardcoding
   and header-found-switch is equal to 1
   and header-doc-id is not equal to spaces
   and header-doc-id(1:1) is not equal to space
   and catalog-retired-switch is equal to zero
*> A stream never updates the catalog itself - the update is
*> journalled and applied by the merge, in control-file order.
   if stream-id is greater than zero
      perform catalog-journal-proc
   else
      perform catalog-update-proc
   end-if
end-if.
*> Close the record spill and turn it into the doc-id's version
*> snapshot, comparing against the previous one first when asked. A
*> single-section pull never opened a spill - one record is not a
*> version of anything.
if section-mode-switch is equal to zero
   perform version-snapshot-proc
end-if.
*> Close the redacted copy and certify it. A single-section pull is
*> not a releasable document and never opened a copy.
if section-mode-switch is equal to zero
   perform redact-certificate-proc
end-if.
perform job-summary-line-proc.
*> Fold this document's word-frequency table into the batch-level
*> the file carries a status, so a double close is a status code,
*> not an abend.
close word-work-file.
close version-work-file.
close redacted-file.
close red-work-file.
*> Request 008: section mode closes input-file itself (section-mode-
*> proc) as soon as it has the one record it needs, well before
*> finish-file-proc runs.
move zero to exc-count.
move zero to exc-sum-senten.
move zero to exc-sum-words.
if runhist-switch is equal to 1
   perform runhist-exception-proc
else
   if stream-id is greater than zero
      move 2 to stream-kind
      perform stream-history-scan-proc
   end-if
end-if.
if runhist-switch is equal to zero
   or stream-id is greater than zero
   open input trend-file
   if trend-file-status is equal to "00"
      move zero to exc-eof-switch
      perform exception-read-proc
          until exc-eof-switch is equal to 1
      close trend-file
   end-if
end-if.
if exc-count is greater than 1
   move "SENTENCES " to exc-metric-name
*> document spool writes many trend records under one file name, and
*> a file-name match would average unrelated documents together.
*> Banner-less history keeps the original file-name match.
       perform exception-match-proc
end-read.

exception-match-proc.
if ((header-doc-id is not equal to spaces
     and th-doc-id is equal to header-doc-id)
    or (header-doc-id is equal to spaces
        and th-file is equal to filevariable
        and th-doc-id is equal to spaces))
   and th-mode is not equal to "SECTION"
   add 1 to exc-count
   compute exc-sum-senten =
       exc-sum-senten + function numval(th-senten)
   compute exc-sum-words =
       exc-sum-words + function numval(th-words)
end-if.

*> Keyed form of the exception history read: a doc-id's runs sit
*> together under its key prefix, a banner-less file's under the
*> file-name alternate key - the same records exception-read-proc
*> picks out of TREND.TXT, without reading anyone else's.
runhist-exception-proc.
open input runhist-file.
if runhist-file-status is equal to "00"
   move zero to runhist-eof-switch
   if header-doc-id is not equal to spaces
      move header-doc-id to rh-doc-id
      move low-values to rh-bus-date
      move low-values to rh-run-date
      move zero to rh-run-seq
      start runhist-file key is not less than rh-key
          invalid key
             move 1 to runhist-eof-switch
      end-start
   else
      move filevariable to rh-file
      start runhist-file key is not less than rh-file
          invalid key
             move 1 to runhist-eof-switch
      end-start
   end-if
   perform runhist-exception-read-proc
       until runhist-eof-switch is equal to 1
   close runhist-file
end-if.

runhist-exception-read-proc.
read runhist-file next record
    at end
       move 1 to runhist-eof-switch
    not at end
       if header-doc-id is not equal to spaces
          if rh-doc-id is not equal to header-doc-id
             move 1 to runhist-eof-switch
          else
             if rh-mode is not equal to "SECTION"
                add 1 to exc-count
                add rh-senten to exc-sum-senten
                add rh-words to exc-sum-words
             end-if
          end-if
       else
          if rh-file is not equal to filevariable
             move 1 to runhist-eof-switch
          else
             if rh-doc-id is equal to spaces
                and rh-mode is not equal to "SECTION"
                add 1 to exc-count
                add rh-senten to exc-sum-senten
                add rh-words to exc-sum-words
             end-if
          end-if
       end-if
end-read.

*> Keyed duplicate guard: any whole-document run already held under
*> this doc-id and business date.
runhist-duplicate-proc.
open input runhist-file.
if runhist-file-status is equal to "00"
   move header-doc-id to rh-doc-id
   move header-bus-date to rh-bus-date
   move low-values to rh-run-date
   move zero to rh-run-seq
   move zero to runhist-eof-switch
   start runhist-file key is not less than rh-key
       invalid key
          move 1 to runhist-eof-switch
   end-start
   perform runhist-duplicate-read-proc
       until runhist-eof-switch is equal to 1
   close runhist-file
end-if.

runhist-duplicate-read-proc.
read runhist-file next record
    at end
       move 1 to runhist-eof-switch
    not at end
       if rh-doc-id is not equal to header-doc-id
          or rh-bus-date is not equal to header-bus-date
          move 1 to runhist-eof-switch
       else
          if rh-mode is not equal to "SECTION"
             move 1 to duplicate-found-switch
             move 1 to runhist-eof-switch
          end-if
       end-if
end-read.

*> Add this run's record to the keyed history alongside its trend
*> record. Opened and closed per document like the catalog, so an
*> abend cannot lose completed documents' history.
runhist-write-proc.
open i-o runhist-file.
if runhist-file-status is equal to "00"
   if header-found-switch is equal to 1
      move header-doc-id to rh-doc-id
      move header-bus-date to rh-bus-date
   else
      move spaces to rh-doc-id
      move spaces to rh-bus-date
   end-if
   move trend-date to rh-run-date
   move filevariable to rh-file
   move no-of-sentences to rh-senten
   move no-of-words to rh-words
   move no-of-characters to rh-chars
   move isnumber to rh-numbers
   move reading-ease to rh-ease
   move grade-level to rh-grade
   move out-trend-mode to rh-mode
   perform runhist-put-proc
   close runhist-file
end-if.

*> Write runhist-record under the first free run sequence for its
*> doc-id, business date and run date - a document run twice in one
*> day is two runs, not a key clash.
runhist-put-proc.
move zero to rh-run-seq.
move zero to runhist-written-switch.
perform runhist-put-try-proc
    until runhist-written-switch is equal to 1.

runhist-put-try-proc.
add 1 to rh-run-seq.
write runhist-record
    invalid key
       if runhist-file-status is not equal to "22"
          or rh-run-seq is not less than 9999
          move 1 to runhist-written-switch
       end-if
    not invalid key
       move 1 to runhist-written-switch
end-write.

*> One metric against its historical average: the absolute deviation
*> as a percentage of the average, written to the exception report
*> when it passes the threshold. A zero average only flags when the
*> One pipe-delimited record per analyzed file: run date, file name,
*> the six counts (sentences, words, characters, numbers, records
*> read, records rejected), both averages, reconciliation outcome,
*> the run mode so the loader can filter single-section pulls out of
*> whole-file reporting, and the doc-id and business date.
extract-write-proc.
move function current-date(1:8) to extract-run-date.
if section-mode-switch is equal to 1
   and duplicate-action-switch is equal to zero
   move "DUPLICATE" to extract-recon
end-if.
*> A retired or merged doc-id outranks both: the loader must not file
*> the row under an entry that no longer exists.
if catalog-retired-switch is equal to 1
   move catalog-retired-text to extract-recon
end-if.
if header-found-switch is equal to 1
   move header-doc-id to ext-doc-id
   move header-bus-date to ext-bus-date
else
   move spaces to ext-doc-id
   move spaces to ext-bus-date
end-if.
move spaces to extract-line.
string extract-run-date delimited by size
       "|" delimited by size
       extract-recon delimited by space
       "|" delimited by size
       ext-mode delimited by space
       "|" delimited by size
       ext-doc-id delimited by space
       "|" delimited by size
       ext-bus-date delimited by space
       into extract-line.
write extract-line.

*> discipline every other standing file follows, so a mid-batch abend
*> cannot lose completed documents' catalog state.
catalog-update-proc.
move function current-date(1:8) to catalog-run-date.
perform catalog-apply-proc.

*> The upsert itself, for the figures in hand and catalog-run-date -
*> shared by the batch and by the stream merge, which applies a
*> stream's journalled update under the date the stream ran it.
catalog-apply-proc.
open i-o catalog-file.
if catalog-file-status is equal to "35"
   open output catalog-file
   open i-o catalog-file
end-if.
if catalog-file-status is equal to "00"
   move header-doc-id to cat-doc-id
   move zero to catalog-found-switch
   read catalog-file
   end-read
   if catalog-found-switch is equal to 1
      add 1 to cat-run-count
*> An entry set up by a maintenance ADD has not been seen until now.
      if cat-first-seen is equal to spaces
         move catalog-run-date to cat-first-seen
      end-if
   else
      move spaces to catalog-record
      move 1 to cat-run-count
      move catalog-run-date to cat-first-seen
   end-if
   move header-doc-id to cat-doc-id
*> Names the maintenance run has set stand until it changes them.
   if catalog-found-switch is equal to zero
      or cat-name-lock is not equal to "Y"
      move header-author to cat-author
      move header-title to cat-title
   end-if
   move catalog-run-date to cat-last-run
   move no-of-sentences to cat-last-senten
   move no-of-words to cat-last-words
      write catalog-record
   end-if
   close catalog-file
else
   perform catalog-fail-proc
end-if.

*> The catalog is there but will not open: say so on the audit trail
*> (once per document, whichever catalog step found it first) and
*> fail the batch. The merge applies the catalog with the audit trail
*> closed; the batch and a stream reach here with it open.
catalog-fail-proc.
move 1 to catalog-fail-switch.
if catalog-doc-fail-switch is equal to zero
   move 1 to catalog-doc-fail-switch
   if stream-merge-count is greater than zero
      open extend audit-file
      if audit-file-status is equal to "35"
         open output audit-file
         close audit-file
         open extend audit-file
      end-if
   end-if
   move function current-date(1:8) to out-audit-date
   move function current-date(9:6) to out-audit-time
   move catalogvariable to out-audit-file
   move spaces to out-audit-status
   string "CATFAIL" delimited by size
          catalog-file-status delimited by size
          into out-audit-status
   move zero to out-audit-senten, out-audit-words,
       out-audit-chars, out-audit-numbers
   move header-doc-id to out-audit-doc-id
   move header-bus-date to out-audit-bus-date
   write audit-line from output-audit-line
   if stream-merge-count is greater than zero
      close audit-file
   end-if
end-if.

*> Look the finished document's doc-id up in the catalog and note
*> whether maintenance has retired it (R) or merged it into another
*> entry (M). A catalog that is not there yet retires nothing; one
*> that is there but will not open fails the batch.
catalog-status-check-proc.
open input catalog-file.
if catalog-file-status is not equal to "00"
   and catalog-file-status is not equal to "35"
   perform catalog-fail-proc
end-if.
if catalog-file-status is equal to "00"
   move header-doc-id to cat-doc-id
   read catalog-file
       invalid key
          continue
       not invalid key
          if cat-status is equal to "R"
             move 1 to catalog-retired-switch
             move "RETIRED  " to catalog-retired-text
          end-if
          if cat-status is equal to "M"
             move 1 to catalog-retired-switch
             move "MERGED   " to catalog-retired-text
          end-if
   end-read
   close catalog-file
end-if.

*> Close the document's record spill and, for a document whose banner
*> gave it a doc-id, compare it against the snapshot the previous run
*> of that doc-id left behind (COMPARE-VERSIONS = YES) before making
*> it the snapshot the next run will be compared against. A banner-
*> less document has no identity to carry a version under.
version-snapshot-proc.
close version-work-file.
if header-found-switch is equal to 1
   and header-doc-id is not equal to spaces
   and header-doc-id(1:1) is not equal to space
   move spaces to versionvariable, verconcvariable, comparevariable
   string header-doc-id delimited by space
          ".VER" delimited by size
          into versionvariable
   string header-doc-id delimited by space
          ".VCN" delimited by size
          into verconcvariable
   string header-doc-id delimited by space
          ".CMP" delimited by size
          into comparevariable
   move function current-date(1:8) to version-run-date
   if compare-mode-switch is equal to 1
      perform version-compare-proc
   end-if
   perform version-save-proc
end-if.

*> The change report: the previous version's heading record supplies
*> its figures, then the records and the concordances are compared.
*> No snapshot yet (the doc-id's first run, or its first since the
*> snapshots began) still gets a report, saying this run is the
*> baseline, so the secretariat is never left wondering.
version-compare-proc.
move zero to version-prior-switch.
open input version-file.
if version-file-status is equal to "00"
   read version-file
       at end
          continue
       not at end
          if verh-eyecatcher is equal to "VERSION"
             move 1 to version-prior-switch
             move verh-run-date to cmp-prior-run-date
             move verh-bus-date to cmp-prior-bus-date
             move verh-senten to cmp-prior-senten
             move verh-words to cmp-prior-words
             move verh-grade to cmp-prior-grade
             move verh-records to cmp-prior-records
          end-if
   end-read
   if version-prior-switch is equal to zero
      close version-file
   end-if
end-if.
open output compare-report-file.
move header-doc-id to out-cmp-doc-id.
move header-title to out-cmp-title.
move version-run-date to out-cmp-date.
write compare-report-line from output-compare-header.
write compare-report-line from output-underline.
if version-prior-switch is equal to zero
   write compare-report-line from output-compare-nobase
else
   perform version-figures-proc
   perform version-records-proc
   close version-file
   perform version-vocab-proc
end-if.
close compare-report-file.

*> Where each version came from, then sentences, words and grade level
*> before and after.
version-figures-proc.
move "Previous version: " to out-cmpv-label.
move cmp-prior-run-date to out-cmpv-run-date.
move cmp-prior-bus-date to out-cmpv-bus-date.
move cmp-prior-records to out-cmpv-records.
write compare-report-line from output-compare-version.
move "Current version:  " to out-cmpv-label.
move version-run-date to out-cmpv-run-date.
move header-bus-date to out-cmpv-bus-date.
move actual-record-count to out-cmpv-records.
write compare-report-line from output-compare-version.
move spaces to compare-report-line.
write compare-report-line.
write compare-report-line from output-compare-columns.
move "Sentences" to out-cmpc-label.
move cmp-prior-senten to out-cmpc-before.
move no-of-sentences to out-cmpc-after.
compute out-cmpc-change = no-of-sentences - cmp-prior-senten.
write compare-report-line from output-compare-count.
move "Words" to out-cmpc-label.
move cmp-prior-words to out-cmpc-before.
move no-of-words to out-cmpc-after.
compute out-cmpc-change = no-of-words - cmp-prior-words.
write compare-report-line from output-compare-count.
move "Grade level" to out-cmpg-label.
move cmp-prior-grade to out-cmpg-before.
move grade-level to out-cmpg-after.
compute out-cmpg-change = grade-level - cmp-prior-grade.
write compare-report-line from output-compare-grade.

*> Walk both versions' records through the comparison window. The
*> previous version is read from the snapshot (already past its
*> heading), the current one from the spill just closed.
version-records-proc.
move spaces to compare-report-line.
write compare-report-line.
move "Record changes:" to out-cmps-title.
write compare-report-line from output-compare-section.
move zero to cmp-added-count, cmp-deleted-count,
    cmp-changed-count, cmp-same-count.
move zero to cmp-old-count, cmp-new-count.
move zero to cmp-old-eof-switch.
move zero to cmp-new-eof-switch.
open input version-work-file.
if version-work-status is not equal to "00"
   move 1 to cmp-new-eof-switch
end-if.
perform version-fill-proc.
perform version-step-proc
    until cmp-old-count is equal to zero
      and cmp-new-count is equal to zero.
if version-work-status is equal to "00"
   close version-work-file
end-if.
if cmp-added-count is equal to zero
   and cmp-deleted-count is equal to zero
   and cmp-changed-count is equal to zero
   write compare-report-line from output-compare-none
end-if.
move cmp-added-count to out-cmpt-added.
move cmp-deleted-count to out-cmpt-deleted.
move cmp-changed-count to out-cmpt-changed.
move cmp-same-count to out-cmpt-same.
write compare-report-line from output-compare-totals.

*> Top both windows back up to 50 records from their files.
version-fill-proc.
perform until cmp-old-count is greater than or equal to 50
      or cmp-old-eof-switch is equal to 1
   read version-file
       at end
          move 1 to cmp-old-eof-switch
       not at end
          add 1 to cmp-old-count
          move ver-rec-no to cmp-old-rec(cmp-old-count)
          move ver-text to cmp-old-text(cmp-old-count)
   end-read
end-perform.
perform until cmp-new-count is greater than or equal to 50
      or cmp-new-eof-switch is equal to 1
   read version-work-file
       at end
          move 1 to cmp-new-eof-switch
       not at end
          add 1 to cmp-new-count
          move vw-rec-no to cmp-new-rec(cmp-new-count)
          move vw-text to cmp-new-text(cmp-new-count)
   end-read
end-perform.

*> One step of the comparison: settle the record(s) at the head of
*> the windows, then top the windows up again.
version-step-proc.
evaluate true
when cmp-old-count is equal to zero
   perform version-added-proc
when cmp-new-count is equal to zero
   perform version-deleted-proc
when cmp-old-text(1) is equal to cmp-new-text(1)
   add 1 to cmp-same-count
   perform version-shift-old-proc
   perform version-shift-new-proc
when other
   move zero to cmp-new-hit
   perform varying cmp-sub from 2 by 1
       until cmp-sub is greater than cmp-new-count
          or cmp-new-hit is greater than zero
      if cmp-new-text(cmp-sub) is equal to cmp-old-text(1)
         move cmp-sub to cmp-new-hit
      end-if
   end-perform
   move zero to cmp-old-hit
   perform varying cmp-sub from 2 by 1
       until cmp-sub is greater than cmp-old-count
          or cmp-old-hit is greater than zero
      if cmp-old-text(cmp-sub) is equal to cmp-new-text(1)
         move cmp-sub to cmp-old-hit
      end-if
   end-perform
*> The nearer resynchronization wins: a short insertion should not be
*> reported as a long deletion just because both happen to line up.
   if cmp-new-hit is greater than zero
      and (cmp-old-hit is equal to zero
           or cmp-new-hit is not greater than cmp-old-hit)
      compute cmp-skip-count = cmp-new-hit - 1
      perform version-added-proc cmp-skip-count times
   else
      if cmp-old-hit is greater than zero
         compute cmp-skip-count = cmp-old-hit - 1
         perform version-deleted-proc cmp-skip-count times
      else
         perform version-changed-proc
      end-if
   end-if
end-evaluate.
perform version-fill-proc.

version-added-proc.
add 1 to cmp-added-count.
move "ADDED" to out-cmpr-action.
move cmp-new-rec(1) to out-cmpr-recno.
move spaces to out-cmpr-was.
write compare-report-line from output-compare-record.
move cmp-new-text(1) to cmp-print-text.
move "now: " to cmp-print-label.
perform version-print-text-proc.
perform version-shift-new-proc.

version-deleted-proc.
add 1 to cmp-deleted-count.
move "DELETED" to out-cmpr-action.
move cmp-old-rec(1) to out-cmpr-recno.
move spaces to out-cmpr-was.
write compare-report-line from output-compare-record.
move cmp-old-text(1) to cmp-print-text.
move "was: " to cmp-print-label.
perform version-print-text-proc.
perform version-shift-old-proc.

*> A changed record is reported under its current number, with the
*> number it had in the previous version when the two differ.
version-changed-proc.
add 1 to cmp-changed-count.
move "CHANGED" to out-cmpr-action.
move cmp-new-rec(1) to out-cmpr-recno.
move spaces to out-cmpr-was.
if cmp-old-rec(1) is not equal to cmp-new-rec(1)
   move cmp-old-rec(1) to cmp-recno-edit
   string "(was record " delimited by size
          cmp-recno-edit delimited by size
          ")" delimited by size
          into out-cmpr-was
end-if.
write compare-report-line from output-compare-record.
move cmp-old-text(1) to cmp-print-text.
move "was: " to cmp-print-label.
perform version-print-text-proc.
move cmp-new-text(1) to cmp-print-text.
move "now: " to cmp-print-label.
perform version-print-text-proc.
perform version-shift-old-proc.
perform version-shift-new-proc.

version-shift-old-proc.
perform varying cmp-sub from 2 by 1
    until cmp-sub is greater than cmp-old-count
   move cmp-old-entry(cmp-sub) to cmp-old-entry(cmp-sub - 1)
end-perform.
subtract 1 from cmp-old-count.

version-shift-new-proc.
perform varying cmp-sub from 2 by 1
    until cmp-sub is greater than cmp-new-count
   move cmp-new-entry(cmp-sub) to cmp-new-entry(cmp-sub - 1)
end-perform.
subtract 1 from cmp-new-count.

*> Print a record's text in 100-character slices up to its last non-
*> blank character, the label on the first slice only.
version-print-text-proc.
move zero to cmp-text-len.
perform varying cmp-text-sub from 480 by -1
    until cmp-text-sub is less than 1
       or cmp-text-len is greater than zero
   if cmp-print-text(cmp-text-sub:1) is not equal to space
      move cmp-text-sub to cmp-text-len
   end-if
end-perform.
if cmp-text-len is equal to zero
   move cmp-print-label to out-cmpt-label
   move "(blank record)" to out-cmpt-text
   write compare-report-line from output-compare-text
else
   move 1 to cmp-text-sub
   perform until cmp-text-sub is greater than cmp-text-len
      compute cmp-chunk-len = 481 - cmp-text-sub
      if cmp-chunk-len is greater than 100
         move 100 to cmp-chunk-len
      end-if
      move cmp-print-label to out-cmpt-label
      move cmp-print-text(cmp-text-sub:cmp-chunk-len) to out-cmpt-text
      write compare-report-line from output-compare-text
      move spaces to cmp-print-label
      add 100 to cmp-text-sub
   end-perform
end-if.

*> Vocabulary delta from the two concordances: new words, dropped
*> words, then the words whose counts moved most.
version-vocab-proc.
move zero to cmp-new-words, cmp-dropped-words.
move zero to cmp-mover-count.
move spaces to compare-report-line.
write compare-report-line.
move "Words new in this version:" to out-cmps-title.
write compare-report-line from output-compare-section.
move 1 to cmp-vocab-pass.
perform version-vocab-pass-proc.
if cmp-new-words is equal to zero
   write compare-report-line from output-compare-none
end-if.
move spaces to compare-report-line.
write compare-report-line.
move "Words dropped since the previous version:" to out-cmps-title.
write compare-report-line from output-compare-section.
move 2 to cmp-vocab-pass.
perform version-vocab-pass-proc.
if cmp-dropped-words is equal to zero
   write compare-report-line from output-compare-none
end-if.
move spaces to compare-report-line.
write compare-report-line.
move "Words whose counts moved most:" to out-cmps-title.
write compare-report-line from output-compare-section.
if cmp-mover-count is equal to zero
   write compare-report-line from output-compare-none
else
   perform varying cmp-mover-sub from 1 by 1
       until cmp-mover-sub is greater than cmp-mover-count
      move cmp-mv-word(cmp-mover-sub) to out-cmpm-word
      move cmp-mv-before(cmp-mover-sub) to out-cmpm-before
      move cmp-mv-after(cmp-mover-sub) to out-cmpm-after
      compute out-cmpm-change =
          cmp-mv-after(cmp-mover-sub) - cmp-mv-before(cmp-mover-sub)
      write compare-report-line from output-compare-mover
   end-perform
end-if.

*> One matched pass over both concordances. Pass 1 prints the new
*> words and collects the movers, pass 2 prints the dropped words. A
*> missing previous concordance simply means every word is new.
version-vocab-pass-proc.
move zero to cmp-oc-eof-switch.
move zero to cmp-nc-eof-switch.
open input version-conc-file.
if version-conc-status is equal to "00"
   perform version-read-old-word-proc
else
   move 1 to cmp-oc-eof-switch
   move high-values to cmp-oc-word
end-if.
open input concordance-file.
if concordance-file-status is equal to "00"
   perform version-read-new-word-proc
else
   move 1 to cmp-nc-eof-switch
   move high-values to cmp-nc-word
end-if.
perform version-vocab-step-proc
    until cmp-oc-eof-switch is equal to 1
      and cmp-nc-eof-switch is equal to 1.
if version-conc-status is not equal to "35"
   close version-conc-file
end-if.
if concordance-file-status is not equal to "35"
   close concordance-file
end-if.

version-vocab-step-proc.
evaluate true
when cmp-oc-word is less than cmp-nc-word
   if cmp-vocab-pass is equal to 2
      add 1 to cmp-dropped-words
      move cmp-oc-word to out-cmpw-word
      move cmp-oc-count to out-cmpw-count
      write compare-report-line from output-compare-word
   end-if
   perform version-read-old-word-proc
when cmp-nc-word is less than cmp-oc-word
   if cmp-vocab-pass is equal to 1
      add 1 to cmp-new-words
      move cmp-nc-word to out-cmpw-word
      move cmp-nc-count to out-cmpw-count
      write compare-report-line from output-compare-word
   end-if
   perform version-read-new-word-proc
when other
   if cmp-vocab-pass is equal to 1
      compute cmp-delta = cmp-nc-count - cmp-oc-count
      if cmp-delta is less than zero
         compute cmp-delta-abs = zero - cmp-delta
      else
         move cmp-delta to cmp-delta-abs
      end-if
      if cmp-delta-abs is greater than zero
         perform version-mover-insert-proc
      end-if
   end-if
   perform version-read-old-word-proc
   perform version-read-new-word-proc
end-evaluate.

version-read-old-word-proc.
read version-conc-file into cmp-old-conc-line
    at end
       move 1 to cmp-oc-eof-switch
       move high-values to cmp-oc-word
end-read.

version-read-new-word-proc.
read concordance-file into cmp-new-conc-line
    at end
       move 1 to cmp-nc-eof-switch
       move high-values to cmp-nc-word
end-read.

*> Keep the top-N biggest movers, largest movement first - a part-
*> filled table takes the newcomer, a full one only when it beats the
*> current smallest entry (the same shape as longest-insert-proc).
version-mover-insert-proc.
if cmp-mover-count is less than top-n-count
   add 1 to cmp-mover-count
   move cmp-mover-count to cmp-mover-sub
else
   move cmp-mover-count to cmp-mover-sub
   if cmp-delta-abs is not greater than cmp-mv-abs(cmp-mover-sub)
      move zero to cmp-mover-sub
   end-if
end-if.
if cmp-mover-sub is greater than zero
   move cmp-nc-word to cmp-mv-word(cmp-mover-sub)
   move cmp-oc-count to cmp-mv-before(cmp-mover-sub)
   move cmp-nc-count to cmp-mv-after(cmp-mover-sub)
   move cmp-delta-abs to cmp-mv-abs(cmp-mover-sub)
   perform version-mover-sort-proc
end-if.

version-mover-sort-proc.
if cmp-mover-count is greater than 1
   perform varying cmp-mover-sub from 1 by 1
       until cmp-mover-sub is greater than or equal to cmp-mover-count
      perform varying cmp-mover-sub2 from cmp-mover-sub by 1
          until cmp-mover-sub2 is greater than cmp-mover-count
         if cmp-mv-abs(cmp-mover-sub2) is greater than
            cmp-mv-abs(cmp-mover-sub)
            move cmp-mover-entry(cmp-mover-sub) to cmp-mover-temp
            move cmp-mover-entry(cmp-mover-sub2)
                to cmp-mover-entry(cmp-mover-sub)
            move cmp-mover-temp to cmp-mover-entry(cmp-mover-sub2)
         end-if
      end-perform
   end-perform
end-if.

*> Make this run the doc-id's version snapshot: a heading record with
*> its figures, then every spilled record, and the concordance copied
*> alongside.
version-save-proc.
open output version-file.
move spaces to version-heading-record.
move "VERSION" to verh-eyecatcher.
move version-run-date to verh-run-date.
move header-bus-date to verh-bus-date.
move no-of-sentences to verh-senten.
move no-of-words to verh-words.
move grade-level to verh-grade.
move actual-record-count to verh-records.
write version-heading-record.
open input version-work-file.
if version-work-status is equal to "00"
   move zero to version-copy-eof-switch
   perform version-copy-record-proc
       until version-copy-eof-switch is equal to 1
   close version-work-file
end-if.
close version-file.
open output version-conc-file.
open input concordance-file.
if concordance-file-status is equal to "00"
   move zero to version-copy-eof-switch
   perform version-copy-conc-proc
       until version-copy-eof-switch is equal to 1
   close concordance-file
end-if.
close version-conc-file.

version-copy-record-proc.
read version-work-file
    at end
       move 1 to version-copy-eof-switch
    not at end
       write version-record from version-work-record
end-read.

version-copy-conc-proc.
read concordance-file
    at end
       move 1 to version-copy-eof-switch
    not at end
       write version-conc-line from concordance-line
end-read.

*> Clear the redaction tallies for a fresh document - shared by every
*> reset site, the same way sentence-profile-reset-proc is.
redact-reset-proc.
move zero to red-rec-count.
move zero to red-spill-count.
move zero to red-masked-recs.
move zero to red-mask-total.
perform varying watch-sub from 1 by 1
    until watch-sub is greater than 50
   move zero to red-term-masks(watch-sub)
   move zero to red-term-recs(watch-sub)
end-perform.

*> Copy the physical record just read into the document's redacted
*> copy at its own length, masked unless it is the HEADER or TRAILER
*> banner - those are metadata the release copy must carry as they
*> stand. Between documents there is no copy open, and nothing there
*> belongs to a document anyway.
redact-copy-proc.
if doc-closed-switch is equal to zero
   if input-record-length is equal to zero
      move 1 to redacted-length
      move spaces to redact-record
   else
      move input-record-length to redacted-length
      move sample-input(1:redacted-length) to redact-record
   end-if
   if input-area-text(1:7) is not equal to "TRAILER"
      and input-area-text(1:7) is not equal to "HEADER "
      and watch-term-count is greater than zero
      perform redact-mask-proc
   end-if
   write redacted-line from redact-record
   add 1 to red-rec-count
end-if.

*> Mask every occurrence of every term in the record, case-insensitive
*> like the watchlist scan, longest term first. Each masked stretch is
*> filled in the uppercased copy as well, so a shorter term can never
*> match again inside what a longer one already covered. A term found
*> on the record is tallied and spilled for the certificate once per
*> record, with the number of masks it took there.
*> The match is made on the folded record, and a masked stretch covers
*> every byte of the characters it matched there.
redact-mask-proc.
move redact-record(1:redacted-length) to utf8-text.
move redacted-length to utf8-text-len.
perform utf8-fold-proc.
move spaces to redact-ucase.
move function upper-case(utf8-fold(1:utf8-fold-len))
    to redact-ucase.
move zero to red-record-masks.
perform varying red-ord-sub from 1 by 1
    until red-ord-sub is greater than watch-term-count
   move red-order(red-ord-sub) to watch-sub
   move zero to red-term-hits
   compute red-limit = utf8-fold-len - watch-term-len(watch-sub) + 1
   move 1 to red-pos
   perform until red-pos is greater than red-limit
      if redact-ucase(red-pos:watch-term-len(watch-sub))
         is equal to
         watch-term(watch-sub)(1:watch-term-len(watch-sub))
         move utf8-fold-pos(red-pos) to utf8-sub
         compute utf8-sub2 =
             utf8-fold-pos(red-pos + watch-term-len(watch-sub))
             - utf8-sub
         inspect redact-record(utf8-sub:utf8-sub2)
             replacing characters by redact-filler
         inspect redact-ucase(red-pos:watch-term-len(watch-sub))
             replacing characters by redact-filler
         add 1 to red-term-hits
         add watch-term-len(watch-sub) to red-pos
      else
         add 1 to red-pos
      end-if
   end-perform
   if red-term-hits is greater than zero
      add red-term-hits to red-term-masks(watch-sub)
      add 1 to red-term-recs(watch-sub)
      add red-term-hits to red-record-masks
      move input-seq-no to rw-seq
      move watch-term(watch-sub) to rw-term
      move red-term-hits to rw-count
      write red-work-record
      add 1 to red-spill-count
   end-if
end-perform.
if red-record-masks is greater than zero
   add 1 to red-masked-recs
   add red-record-masks to red-mask-total
end-if.

*> On a resume, cut the redacted copy and the mask spill back to what
*> the checkpoint accounts for - the records in between are about to
*> be read again and would otherwise appear twice in the release copy.
*> The copy's records are too long for maint-temp-file and pass
*> through the wide trim work file; the spill uses maint-temp-file the
*> way the word spill does.
redact-trim-proc.
move zero to red-copy-count.
move zero to red-eof-switch.
open input redacted-file.
open output trim-work-file.
if redacted-file-status is equal to "00"
   perform redact-trim-read-proc
       until red-eof-switch is equal to 1
          or red-copy-count is greater than or equal to red-rec-count
   close redacted-file
end-if.
close trim-work-file.
open output redacted-file.
open input trim-work-file.
move zero to red-eof-switch.
perform redact-trim-back-proc
    until red-eof-switch is equal to 1.
close trim-work-file.
move zero to red-copy-count.
move zero to red-eof-switch.
open input red-work-file.
open output maint-temp-file.
if red-work-status is equal to "00"
   perform red-work-trim-read-proc
       until red-eof-switch is equal to 1
          or red-copy-count is greater than or equal to red-spill-count
   close red-work-file
end-if.
close maint-temp-file.
open output red-work-file.
open input maint-temp-file.
move zero to red-eof-switch.
perform red-work-trim-back-proc
    until red-eof-switch is equal to 1.
close maint-temp-file.

redact-trim-read-proc.
read redacted-file
    at end
       move 1 to red-eof-switch
    not at end
       add 1 to red-copy-count
       move redacted-length to trim-work-length
       write trim-work-line from redacted-line
end-read.

redact-trim-back-proc.
read trim-work-file
    at end
       move 1 to red-eof-switch
    not at end
       move trim-work-length to redacted-length
       write redacted-line from trim-work-line
end-read.

red-work-trim-read-proc.
read red-work-file
    at end
       move 1 to red-eof-switch
    not at end
       add 1 to red-copy-count
       write maint-temp-line from red-work-record
end-read.

red-work-trim-back-proc.
read maint-temp-file
    at end
       move 1 to red-eof-switch
    not at end
       write red-work-record from maint-temp-line
end-read.

*> Close the document's redacted copy and write its certificate: what
*> was copied where, the totals, every watchlist term with the masks
*> it took (a term that took none is listed too - the evidence that it
*> was looked for), then every mask by record from the spill.
redact-certificate-proc.
close redacted-file.
close red-work-file.
open output certificate-file.
if header-found-switch is equal to 1
   move header-doc-id to out-crt-doc-id
   move header-title to out-crt-title
else
   move spaces to out-crt-doc-id
   move spaces to out-crt-title
end-if.
move function current-date(1:8) to out-crt-date.
write certificate-line from output-cert-header.
write certificate-line from output-underline.
move filevariable to out-crt-source.
move redvariable to out-crt-copy.
write certificate-line from output-cert-files.
move watch-term-count to out-crt-terms.
write certificate-line from output-cert-terms.
move red-rec-count to out-crt-records.
move red-masked-recs to out-crt-masked.
move red-mask-total to out-crt-masks.
write certificate-line from output-cert-totals.
move spaces to certificate-line.
write certificate-line.
move "Masks by term:" to certificate-line.
write certificate-line.
if watch-term-count is equal to zero
   write certificate-line from output-cert-noterms
else
   perform varying watch-sub from 1 by 1
       until watch-sub is greater than watch-term-count
      move watch-term(watch-sub) to out-crt-term
      move red-term-masks(watch-sub) to out-crt-term-masks
      move red-term-recs(watch-sub) to out-crt-term-recs
      write certificate-line from output-cert-term-line
   end-perform
end-if.
move spaces to certificate-line.
write certificate-line.
move "Masks by record:" to certificate-line.
write certificate-line.
if red-spill-count is equal to zero
   write certificate-line from output-compare-none
else
   open input red-work-file
   if red-work-status is equal to "00"
      move zero to red-eof-switch
      perform redact-cert-record-proc
          until red-eof-switch is equal to 1
      close red-work-file
   end-if
end-if.
close certificate-file.

redact-cert-record-proc.
read red-work-file
    at end
       move 1 to red-eof-switch
    not at end
       move rw-seq to out-crt-recno
       move rw-term to out-crt-rec-term
       move rw-count to out-crt-rec-masks
       write certificate-line from output-cert-record-line
end-read.

*> Request 009: one audit-trail record, appended to audit-file; the
*> caller sets audit-status-text (NORMAL or RESUMED) first.
audit-log-proc.
move function current-date(1:8) to audit-date.
move function current-date(9:6) to audit-time.
move audit-date to out-audit-date.
move audit-time to out-audit-time.
move filevariable to out-audit-file.
move audit-status-text to out-audit-status.
move no-of-sentences to out-audit-senten.
move no-of-words to out-audit-words.
move no-of-characters to out-audit-chars.
move isnumber to out-audit-numbers.
if header-found-switch is equal to 1
   move header-doc-id to out-audit-doc-id
   move header-bus-date to out-audit-bus-date
else
   move spaces to out-audit-doc-id
   move spaces to out-audit-bus-date
end-if.
write audit-line from output-audit-line.

*> Request 006: one roll-up line per batch file, folded into the
*> batch totals that batch-close-proc prints at the end of the run.
job-summary-line-proc.
move filevariable to out-jsum-file.
move no-of-sentences to out-jsum-senten.
move no-of-words to out-jsum-words.
move no-of-characters to out-jsum-chars.
move isnumber to out-jsum-numbers.
write job-summary-line from output-job-summary-detail
    after advancing 1 line.
add 1 to batch-file-count.
add no-of-sentences to batch-total-senten.
add no-of-words to batch-total-words.
add no-of-characters to batch-total-chars.
add isnumber to batch-total-numbers.

*> Request 008: analyze exactly one section/chapter, keyed by record
*> number, instead of looping through the whole file the way
*> outer-loop does - so a large input never has to be read end to end
*> just to get counts for a single slice of it.
section-mode-proc.
move zero to digest-keep-rows.
perform digest-trim-proc.
move 0 to isnumber.
move zeroes to no-of-sentences, no-of-words, no-of-characters,
    no-of-numbers, actual-record-count, trailer-record-count.
move spaces to word-buffer.
move zero to readability-words.
move zero to input-seq-no.
move zero to reject-record-count.
move zero to badutf8-reject-count.
move zero to watch-hit-count.
move zero to header-found-switch.
move spaces to header-title, header-author,
   end-if
   move input-area to out-line
   move output-area to report-detail
   perform report-text-proc
   perform write-report-proc
   perform utf8-normalize-proc
   subtract 480 from charindex
*> Request 006/007 left exit-switch at zero (or 2) once the previous
*> batch entry finished - re-prime it the same way proc-body primes
   move ckpt-read-words to readability-words
   move ckpt-input-seq to input-seq-no
   move ckpt-reject-count to reject-record-count
   move ckpt-badutf8-count to badutf8-reject-count
   move ckpt-watch-hits to watch-hit-count
   move ckpt-header-found to header-found-switch
   move ckpt-header-title to header-title
*> Restore the live expected count over the entry-level one proc-body
*> just re-applied - see the matching note on the record layout.
   move ckpt-expected-count to expected-record-count
*> Restore the redaction state - see the matching note on the record
*> layout.
   move ckpt-redvariable to redvariable
   move ckpt-certvariable to certvariable
   move ckpt-red-rec-count to red-rec-count
   move ckpt-red-spill-count to red-spill-count
   move ckpt-red-masked-recs to red-masked-recs
   move ckpt-red-mask-total to red-mask-total
   perform varying watch-sub from 1 by 1
       until watch-sub is greater than 50
      move ckpt-red-term-masks(watch-sub) to red-term-masks(watch-sub)
      move ckpt-red-term-recs(watch-sub) to red-term-recs(watch-sub)
   end-perform
*> Request 009: a checkpoint surviving to this point is evidence the
*> previous run against this file never reached finish-file-proc
*> (i.e. it abended) - log the resume with the counts it left behind.
*> Remember the resume for the morning digest - the completion audit
*> line will say NORMAL, but the digest row should say RESUMED.
   move 1 to entry-resumed-switch
*> The earlier attempt's rows for this entry stand only for the
*> documents the checkpoint had committed; the rest are redone.
   move ckpt-doc-count to digest-keep-rows
   perform digest-trim-proc
else
   move zero to entry-resumed-switch
   move zero to digest-keep-rows
   perform digest-trim-proc
   move 0 to isnumber
   move zeroes to no-of-sentences, no-of-words, no-of-characters,
       no-of-numbers
   move zero to readability-words
   move zero to input-seq-no
   move zero to reject-record-count
   move zero to badutf8-reject-count
   move zero to watch-hit-count
   move zero to header-found-switch
   move spaces to header-title, header-author,
   move zero to speaker-current
   move zero to speaker-overflow-switch
   perform sentence-profile-reset-proc
   perform redact-reset-proc
   move zero to doc-count
   move zero to doc-closed-switch
   move zero to page-number
move readability-words to ckpt-read-words.
move input-seq-no to ckpt-input-seq.
move reject-record-count to ckpt-reject-count.
move badutf8-reject-count to ckpt-badutf8-count.
move watch-hit-count to ckpt-watch-hits.
move header-found-switch to ckpt-header-found.
move header-title to ckpt-header-title.
*> Persist the live expected count - see the matching note on the
*> checkpoint record layout.
move expected-record-count to ckpt-expected-count.
*> Persist the redaction state - see the matching note on the
*> checkpoint record layout.
move redvariable to ckpt-redvariable.
move certvariable to ckpt-certvariable.
move red-rec-count to ckpt-red-rec-count.
move red-spill-count to ckpt-red-spill-count.
move red-masked-recs to ckpt-red-masked-recs.
move red-mask-total to ckpt-red-mask-total.
perform varying watch-sub from 1 by 1
    until watch-sub is greater than 50
   move red-term-masks(watch-sub) to ckpt-red-term-masks(watch-sub)
   move red-term-recs(watch-sub) to ckpt-red-term-recs(watch-sub)
end-perform.
move "CKPTEND " to ckpt-eyecatcher.
*> Side slot first, then the main slot: whichever write an abend
*> tears, the other slot still holds an intact checkpoint, and the
batch-close-proc.
*> Work out the scheduler verdict first - the digest below prints it
*> in words, the mainline hands the number itself to RETURN-CODE.
perform batch-verdict-proc.
*> A stream's roll-up and totals are only its share - the mark ahead
*> of them keeps them out of the merged summary, which builds its own.
if stream-id is greater than zero
   move 99999 to out-sm-entry-no
   write job-summary-line from output-stream-mark
       after advancing 1 line
end-if.
perform batch-rollup-proc.
close control-file, job-summary-file, extract-file,
    watchhits-file, exceptions-file.
*> A stream leaves the manifest to the merge, which sees every
*> stream's documents; the check may raise the verdict above.
if stream-id is equal to zero
   perform manifest-reconcile-proc
end-if.
perform digest-write-proc.
*> Review fix: the whole batch finished normally, so any position
*> marker left by an earlier abended attempt no longer applies - the
*> next run should start from control-file entry 1 again.
open output batch-position-file.
close batch-position-file.
*> Only a stream that got this far leaves a result for the merge, so
*> the merge can tell a finished stream from one still running.
if stream-id is greater than zero
   perform stream-result-proc
end-if.

*> The scheduler verdict from tonight's skip and failure counts - for
*> the batch, and for the stream merge over all streams' counts.
batch-verdict-proc.
if batch-fail-switch is equal to 1
   or catalog-fail-switch is equal to 1
   move 8 to batch-return-code
else
   if batch-skip-count is greater than zero
      move zero to batch-return-code
   end-if
end-if.

*> Corpus-wide word roll-up ahead of the TOTAL line: what surfaced
*> across all of tonight's files, not just within each one.
batch-rollup-proc.
perform sort-batch-word-proc.
move top-n-count to out-bwf-top-n.
write job-summary-line from output-batch-wf-header
   perform varying bwf-sub from 1 by 1
       until bwf-sub is greater than batch-wf-used
          or bwf-sub is greater than top-n-count
      move bwf-word(bwf-sub) to utf8-text
      move 30 to utf8-width
      perform utf8-fit-proc
      move utf8-text(1:30) to out-bwf-word
      move bwf-count(bwf-sub) to out-bwf-count
      move output-batch-wf-line to utf8-line
      move 34 to utf8-shift-at
      perform utf8-shift-proc
      write job-summary-line from utf8-line
          after advancing 1 line
   end-perform
   if batch-wf-full-switch is equal to 1
move batch-total-numbers to out-jsum-total-numbers.
write job-summary-line from output-job-summary-total
    after advancing 1 line.

*> Note one digest row for the document (or skipped entry) just
*> finished: who it was, how it ended, what was diverted or flagged.
digest-note-proc.
if digest-count is less than 200
   add 1 to digest-count
   move stream-entry-no to dg-entry-no(digest-count)
   move filevariable to dg-file(digest-count)
   move header-doc-id to dg-doc-id(digest-count)
*> An entry that picked up from a checkpoint completes with a NORMAL
      move audit-status-text to dg-status(digest-count)
   end-if
*> reject-record-count includes the record-zero EMPTY/NOTEXT line
*> when one was written, and the BADUTF8 records - split them back
*> out so the digest can show the reason codes separately.
   if doc-rej-reason is equal to spaces
      compute dg-rej-nonprint(digest-count) =
          reject-record-count - badutf8-reject-count
   else
      compute dg-rej-nonprint(digest-count) =
          reject-record-count - badutf8-reject-count - 1
   end-if
   move badutf8-reject-count to dg-rej-badutf8(digest-count)
   move doc-rej-reason to dg-rej-reason(digest-count)
   move watch-hit-count to dg-watch-hits(digest-count)
   move doc-exc-count to dg-exc-count(digest-count)
   move doc-exc-line-1 to dg-exc-line-1(digest-count)
   move doc-exc-line-2 to dg-exc-line-2(digest-count)
*> The business date and record count are what the manifest check
*> holds each document up against at batch close.
   move header-bus-date to dg-bus-date(digest-count)
   move actual-record-count to dg-records(digest-count)
*> Keep the row with the batch position too, so a restart has it.
   move digest-count to digest-sub
   perform digest-journal-row-proc
   open extend batch-position-file
   if batchpos-file-status is equal to "00"
      write batchpos-digest-line from dj-area
      close batch-position-file
   end-if
else
   move 1 to digest-overflow-switch
end-if.
move zero to doc-exc-count.
move spaces to doc-exc-line-1, doc-exc-line-2.

*> Digest row digest-sub in its journal form (dj-area) - for a
*> stream's digest journal and for the batch position file.
digest-journal-row-proc.
move dg-entry-no(digest-sub) to dj-entry-no.
move dg-file(digest-sub) to dj-file.
move dg-doc-id(digest-sub) to dj-doc-id.
move dg-status(digest-sub) to dj-status.
move dg-rej-nonprint(digest-sub) to dj-rej-nonprint.
move dg-rej-badutf8(digest-sub) to dj-rej-badutf8.
move dg-rej-reason(digest-sub) to dj-rej-reason.
move dg-watch-hits(digest-sub) to dj-watch-hits.
move dg-exc-count(digest-sub) to dj-exc-count.
move dg-exc-line-1(digest-sub) to dj-exc-line-1.
move dg-exc-line-2(digest-sub) to dj-exc-line-2.
move dg-bus-date(digest-sub) to dj-bus-date.
move dg-records(digest-sub) to dj-records.

*> And back: a journalled row in dj-area becomes the next digest row.
digest-restore-row-proc.
if digest-count is less than 200
   add 1 to digest-count
   move dj-entry-no to dg-entry-no(digest-count)
   move dj-file to dg-file(digest-count)
   move dj-doc-id to dg-doc-id(digest-count)
   move dj-status to dg-status(digest-count)
   move dj-rej-nonprint to dg-rej-nonprint(digest-count)
   move dj-rej-badutf8 to dg-rej-badutf8(digest-count)
   move dj-rej-reason to dg-rej-reason(digest-count)
   move dj-watch-hits to dg-watch-hits(digest-count)
   move dj-exc-count to dg-exc-count(digest-count)
   move dj-exc-line-1 to dg-exc-line-1(digest-count)
   move dj-exc-line-2 to dg-exc-line-2(digest-count)
   move dj-bus-date to dg-bus-date(digest-count)
   move dj-records to dg-records(digest-count)
else
   move 1 to digest-overflow-switch
end-if.

batchpos-digest-read-proc.
read batch-position-file
    at end
       move 1 to batchpos-eof-switch
    not at end
       move batchpos-digest-line to dj-area
       perform digest-restore-row-proc
end-read.

*> The batch position file: the position record, then every digest
*> row noted so far.
batchpos-write-proc.
open output batch-position-file.
write batchpos-line from batchpos-image.
perform varying digest-sub from 1 by 1
    until digest-sub is greater than digest-count
   perform digest-journal-row-proc
   write batchpos-digest-line from dj-area
end-perform.
close batch-position-file.

*> An entry about to run again after a restart may already have rows
*> from the earlier attempt - they sit at the end of the table, this
*> being the entry the batch stopped in. Keep the first
*> digest-keep-rows of them (the documents a checkpoint committed) and
*> drop the rest, which are about to be noted afresh, so no document
*> is counted twice. Nothing to do on an uninterrupted run.
digest-trim-proc.
move zero to digest-entry-rows.
move zero to digest-first-row.
perform varying digest-sub from 1 by 1
    until digest-sub is greater than digest-count
   if dg-entry-no(digest-sub) is equal to stream-entry-no
      add 1 to digest-entry-rows
      if digest-first-row is equal to zero
         move digest-sub to digest-first-row
      end-if
   end-if
end-perform.
if digest-entry-rows is greater than digest-keep-rows
   compute digest-count = digest-first-row + digest-keep-rows - 1
   perform batchpos-write-proc
end-if.

*> Render the digest rows collected tonight into one report: a block
*> per entry, then the return code in words. After a resumed batch
*> the rows include those the earlier attempt noted, carried over in
*> the batch position file.
digest-write-proc.
open output digest-file.
move function current-date(1:8) to out-dig-date.
   write digest-line from output-digest-entry-line
       after advancing 2 lines
   if dg-rej-nonprint(digest-sub) is greater than zero
      or dg-rej-badutf8(digest-sub) is greater than zero
      or dg-rej-reason(digest-sub) is not equal to spaces
      move spaces to out-dgr-codes
      move 1 to digest-codes-ptr
      if dg-rej-nonprint(digest-sub) is greater than zero
         string "NONPRINT " delimited by size
                into out-dgr-codes with pointer digest-codes-ptr
      end-if
      if dg-rej-badutf8(digest-sub) is greater than zero
         string "BADUTF8 " delimited by size
                into out-dgr-codes with pointer digest-codes-ptr
      end-if
      if dg-rej-reason(digest-sub) is not equal to spaces
         string dg-rej-reason(digest-sub) delimited by size
                into out-dgr-codes with pointer digest-codes-ptr
      end-if
      if dg-rej-reason(digest-sub) is equal to spaces
         compute out-dgr-count = dg-rej-nonprint(digest-sub)
             + dg-rej-badutf8(digest-sub)
      else
         compute out-dgr-count = dg-rej-nonprint(digest-sub)
             + dg-rej-badutf8(digest-sub) + 1
      end-if
      write digest-line from output-digest-rejects
          after advancing 1 line
   write digest-line from output-digest-overflow
       after advancing 2 lines
end-if.
*> A stream's digest is only its share - the manifest is reconciled
*> once, by the merge, against every stream's documents.
if stream-id is equal to zero
   perform digest-manifest-proc
end-if.
move batch-return-code to out-dgrc.
*> When the manifest check raised the code, say so - the entries
*> themselves may all have completed normally.
if manifest-raised-switch is equal to 1
   if batch-return-code is equal to 4
      move "UNEXPECTED ARRIVALS - CHECK THE MANIFEST" to out-dgrc-text
   else
      move "DELIVERY INCOMPLETE - HOLD THE MI LOAD" to out-dgrc-text
   end-if
else
   evaluate batch-return-code
   when 0
      move "ALL ENTRIES COMPLETED NORMALLY" to out-dgrc-text
   when 4
      move "COMPLETED - SOME ENTRIES SKIPPED" to out-dgrc-text
   when other
      if batch-fail-switch is equal to zero
         and batch-file-count is greater than zero
         and catalog-fail-switch is equal to 1
         move "CATALOG NOT UPDATED - SEE AUDIT LOG" to out-dgrc-text
      else
         move "FAILED - NOTHING COULD BE PROCESSED" to out-dgrc-text
      end-if
   end-evaluate
end-if.
write digest-line from output-digest-rc
    after advancing 2 lines.
close digest-file.

*> The manifest findings: the tally, then each document that never
*> arrived, arrived with a different count, or was not expected.
digest-manifest-proc.
if manifest-switch is equal to zero
   move manifestvariable to out-dgm-none-file
   write digest-line from output-digest-manifest-none
       after advancing 2 lines
else
   move manifest-count to out-dgm-expected
   move manifest-matched-count to out-dgm-matched
   move manifest-missing-count to out-dgm-missing
   move manifest-unlisted-count to out-dgm-unlisted
   move manifest-disagree-count to out-dgm-disagree
   write digest-line from output-digest-manifest
       after advancing 2 lines
   perform varying manifest-sub from 1 by 1
       until manifest-sub is greater than manifest-count
      if mf-result(manifest-sub) is equal to "MISSING  "
         move "NEVER ARRIVED" to out-dgm-finding
         move mf-file(manifest-sub) to out-dgm-file
         move mf-doc-id(manifest-sub) to out-dgm-doc-id
         move mf-bus-date(manifest-sub) to out-dgm-bus-date
         move mf-records(manifest-sub) to out-dgm-man-count
         move zero to out-dgm-proc-count
         write digest-line from output-digest-manifest-item
             after advancing 1 line
      end-if
      if mf-result(manifest-sub) is equal to "COUNT    "
         move mf-digest-sub(manifest-sub) to digest-sub
         move "COUNT DISAGREES" to out-dgm-finding
         move dg-file(digest-sub) to out-dgm-file
         move dg-doc-id(digest-sub) to out-dgm-doc-id
         move dg-bus-date(digest-sub) to out-dgm-bus-date
         move mf-records(manifest-sub) to out-dgm-man-count
         move dg-records(digest-sub) to out-dgm-proc-count
         write digest-line from output-digest-manifest-item
             after advancing 1 line
      end-if
   end-perform
   perform varying digest-sub from 1 by 1
       until digest-sub is greater than digest-count
      if manifest-seen(digest-sub) is equal to zero
         and dg-status(digest-sub) is not equal to "SKIPPED  "
         move "NOT ON MANIFEST" to out-dgm-finding
         move dg-file(digest-sub) to out-dgm-file
         move dg-doc-id(digest-sub) to out-dgm-doc-id
         move dg-bus-date(digest-sub) to out-dgm-bus-date
         move zero to out-dgm-man-count
         move dg-records(digest-sub) to out-dgm-proc-count
         write digest-line from output-digest-manifest-item
             after advancing 1 line
      end-if
   end-perform
end-if.

*> Reconcile tonight's delivery against the records office manifest:
*> each manifest line claims the first processed document that fits
*> it - by doc-id and business date where the line names a doc-id,
*> by file name where it does not - and a claimed document's record
*> count (actual-record-count, as noted in its digest row) is checked
*> against the manifest's. Lines nothing fits never arrived (a
*> SKIPPED entry was listed in BATCH.CTL but could not be opened, so
*> it never arrived either); processed documents nothing claimed came
*> without being on the manifest. The step's return-code contribution
*> is folded into the batch's, so the MI load is held on a short or
*> miscounted delivery. Runs over the digest rows, so it needs no
*> more than the single batch or the stream merge already collects.
manifest-reconcile-proc.
move zero to manifest-switch, manifest-raised-switch,
    manifest-return-code, manifest-overflow-switch.
move zero to manifest-count, manifest-ignored-count,
    manifest-matched-count, manifest-missing-count,
    manifest-unlisted-count, manifest-disagree-count.
open output manifest-report-file.
move function current-date(1:8) to out-mfh-date.
move manifestvariable to out-mfh-file.
write manifest-line from output-manifest-header.
open input manifest-file.
if manifest-file-status is not equal to "00"
   move manifest-file-status to out-mfn-status
   write manifest-line from output-manifest-nofile
       after advancing 2 lines
else
   move 1 to manifest-switch
   move zero to manifest-eof-switch
   perform manifest-read-proc
       until manifest-eof-switch is equal to 1
   close manifest-file
   perform varying digest-sub from 1 by 1
       until digest-sub is greater than digest-count
      move zero to manifest-seen(digest-sub)
   end-perform
   perform varying manifest-sub from 1 by 1
       until manifest-sub is greater than manifest-count
      perform manifest-match-proc
   end-perform
   perform varying digest-sub from 1 by 1
       until digest-sub is greater than digest-count
      if manifest-seen(digest-sub) is equal to zero
         and dg-status(digest-sub) is not equal to "SKIPPED  "
         add 1 to manifest-unlisted-count
      end-if
   end-perform
   if manifest-missing-count is greater than zero
      or manifest-disagree-count is greater than zero
      move 8 to manifest-return-code
   else
      if manifest-unlisted-count is greater than zero
         move 4 to manifest-return-code
      end-if
   end-if
   if manifest-return-code is greater than batch-return-code
      move manifest-return-code to batch-return-code
      move 1 to manifest-raised-switch
   end-if
   perform manifest-report-proc
end-if.
close manifest-report-file.

manifest-read-proc.
read manifest-file
    at end
       move 1 to manifest-eof-switch
    not at end
       if manifest-rec is not equal to spaces
          and mfr-file(1:1) is not equal to "*"
          perform manifest-line-proc
       end-if
end-read.

*> The count may be zero-padded or right-aligned; blank means none.
*> A line naming neither file nor doc-id, or with a count that is
*> not a number, cannot be reconciled and is only tallied.
manifest-line-proc.
if mfr-records is equal to spaces
   move zero to manifest-count-switch
else
   move 1 to manifest-count-switch
   inspect mfr-records replacing leading space by zero
end-if.
if (mfr-file is equal to spaces and mfr-doc-id is equal to spaces)
   or (manifest-count-switch is equal to 1
      and mfr-records is not numeric)
   add 1 to manifest-ignored-count
else
   if manifest-count is less than 200
      add 1 to manifest-count
      move mfr-file to mf-file(manifest-count)
      move mfr-doc-id to mf-doc-id(manifest-count)
      move mfr-bus-date to mf-bus-date(manifest-count)
      move spaces to mf-result(manifest-count)
      move zero to mf-digest-sub(manifest-count)
      move manifest-count-switch to mf-count-switch(manifest-count)
      if manifest-count-switch is equal to 1
         move mfr-records to mf-records(manifest-count)
      else
         move zero to mf-records(manifest-count)
      end-if
   else
      move 1 to manifest-overflow-switch
   end-if
end-if.

*> Find the document this manifest line stands for and settle it.
manifest-match-proc.
move zero to manifest-found-sub.
perform varying digest-sub from 1 by 1
    until digest-sub is greater than digest-count
       or manifest-found-sub is greater than zero
   if manifest-seen(digest-sub) is equal to zero
      and dg-status(digest-sub) is not equal to "SKIPPED  "
      if mf-doc-id(manifest-sub) is not equal to spaces
         if dg-doc-id(digest-sub) is equal to mf-doc-id(manifest-sub)
            and (mf-bus-date(manifest-sub) is equal to spaces
               or dg-bus-date(digest-sub) is equal to
                  mf-bus-date(manifest-sub))
            move digest-sub to manifest-found-sub
         end-if
      else
         if dg-file(digest-sub) is equal to mf-file(manifest-sub)
            move digest-sub to manifest-found-sub
         end-if
      end-if
   end-if
end-perform.
if manifest-found-sub is equal to zero
   move "MISSING  " to mf-result(manifest-sub)
   add 1 to manifest-missing-count
else
   move 1 to manifest-seen(manifest-found-sub)
   move manifest-found-sub to mf-digest-sub(manifest-sub)
   add 1 to manifest-matched-count
   if mf-count-switch(manifest-sub) is equal to 1
      and mf-records(manifest-sub) is not equal to
          dg-records(manifest-found-sub)
      move "COUNT    " to mf-result(manifest-sub)
      add 1 to manifest-disagree-count
   else
      move "PROCESSED" to mf-result(manifest-sub)
   end-if
end-if.

*> The four sections, then the tally and the return-code contribution.
manifest-report-proc.
move "DELIVERED AND PROCESSED" to out-mfs-title.
perform manifest-section-proc.
move zero to manifest-found-sub.
perform varying manifest-sub from 1 by 1
    until manifest-sub is greater than manifest-count
   if mf-result(manifest-sub) is not equal to "MISSING  "
      move mf-digest-sub(manifest-sub) to digest-sub
      perform manifest-detail-proc
   end-if
end-perform.
perform manifest-none-proc.
move "EXPECTED BUT NEVER ARRIVED" to out-mfs-title.
perform manifest-section-proc.
move zero to manifest-found-sub.
perform varying manifest-sub from 1 by 1
    until manifest-sub is greater than manifest-count
   if mf-result(manifest-sub) is equal to "MISSING  "
      move zero to digest-sub
      perform manifest-detail-proc
   end-if
end-perform.
perform manifest-none-proc.
move "ARRIVED BUT NOT ON THE MANIFEST" to out-mfs-title.
perform manifest-section-proc.
move zero to manifest-found-sub.
perform varying digest-sub from 1 by 1
    until digest-sub is greater than digest-count
   if manifest-seen(digest-sub) is equal to zero
      and dg-status(digest-sub) is not equal to "SKIPPED  "
      move zero to manifest-sub
      perform manifest-detail-proc
   end-if
end-perform.
perform manifest-none-proc.
move "COUNT DISAGREEMENTS" to out-mfs-title.
perform manifest-section-proc.
move zero to manifest-found-sub.
perform varying manifest-sub from 1 by 1
    until manifest-sub is greater than manifest-count
   if mf-result(manifest-sub) is equal to "COUNT    "
      move mf-digest-sub(manifest-sub) to digest-sub
      perform manifest-detail-proc
   end-if
end-perform.
perform manifest-none-proc.
if manifest-ignored-count is greater than zero
   move manifest-ignored-count to out-mfi-count
   write manifest-line from output-manifest-ignored
       after advancing 2 lines
end-if.
if manifest-overflow-switch is equal to 1
   write manifest-line from output-manifest-overflow
       after advancing 2 lines
end-if.
if digest-overflow-switch is equal to 1
   write manifest-line from output-manifest-digest-full
       after advancing 2 lines
end-if.
move manifest-count to out-mft-expected.
move manifest-matched-count to out-mft-matched.
move manifest-missing-count to out-mft-missing.
move manifest-unlisted-count to out-mft-unlisted.
move manifest-disagree-count to out-mft-disagree.
write manifest-line from output-manifest-total
    after advancing 2 lines.
move manifest-return-code to out-mfrc.
write manifest-line from output-manifest-rc
    after advancing 1 line.

manifest-section-proc.
write manifest-line from output-manifest-section
    after advancing 2 lines.
write manifest-line from output-manifest-columns
    after advancing 1 line.

manifest-none-proc.
if manifest-found-sub is equal to zero
   write manifest-line from output-manifest-none
       after advancing 1 line
end-if.

*> One report line: the manifest's side from manifest-sub and the
*> processed side from digest-sub, whichever of the two is present.
manifest-detail-proc.
move 1 to manifest-found-sub.
move spaces to out-mfd-manifest, out-mfd-processed, out-mfd-result.
move zero to out-mfd-entry.
if manifest-sub is greater than zero
   move mf-file(manifest-sub) to out-mfd-file
   move mf-doc-id(manifest-sub) to out-mfd-doc-id
   move mf-bus-date(manifest-sub) to out-mfd-bus-date
   if mf-count-switch(manifest-sub) is equal to 1
      move mf-records(manifest-sub) to manifest-count-edit
      move manifest-count-edit to out-mfd-manifest
   end-if
   move mf-result(manifest-sub) to out-mfd-result
else
   move "UNLISTED " to out-mfd-result
end-if.
if digest-sub is greater than zero
   move dg-entry-no(digest-sub) to out-mfd-entry
   move dg-file(digest-sub) to out-mfd-file
   move dg-doc-id(digest-sub) to out-mfd-doc-id
   move dg-bus-date(digest-sub) to out-mfd-bus-date
   move dg-records(digest-sub) to manifest-count-edit
   move manifest-count-edit to out-mfd-processed
end-if.
write manifest-line from output-manifest-detail
    after advancing 1 line.

*> A stream's private files - control, checkpoint, batch position,
*> job summary, digest, exceptions, work files and the journals of
*> the standing files - are the usual names with ".Sn" added. The
*> catalog, the run history and the watchlist stay shared: a stream
*> only reads them. stream-trend-shared keeps the real TREND name for
*> the history checks before trendvariable becomes the journal.
stream-names-proc.
move trendvariable to stream-trend-shared.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-id delimited by size
       into stream-suffix.
move controlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to controlvariable.
move checkpointvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to checkpointvariable.
move ckptnewvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to ckptnewvariable.
move batchposvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to batchposvariable.
move jobsummaryvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to jobsummaryvariable.
move digestvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to digestvariable.
move exceptionsvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to exceptionsvariable.
move trendvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to trendvariable.
move auditvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to auditvariable.
move extractvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to extractvariable.
move rejectsvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to rejectsvariable.
move watchhitsvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to watchhitsvariable.
move wordworkvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to wordworkvariable.
move sortworkvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to sortworkvariable.
move verworkvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to verworkvariable.
move trimworkvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to trimworkvariable.
move redworkvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to redworkvariable.
move maint-temp-variable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to maint-temp-variable.

*> stream-base-name with stream-suffix added, into stream-name-work.
stream-suffix-proc.
move spaces to stream-name-work.
string stream-base-name delimited by space
       stream-suffix delimited by size
       into stream-name-work.

*> Open the entry in every journal with a boundary mark carrying its
*> original control-file entry number. The standing-file journals are
*> opened per document, so they are opened here for the mark alone;
*> extract, watchlist hits, exceptions and the summary are already
*> open for the whole batch.
stream-mark-proc.
move stream-entry-no to out-sm-entry-no.
open extend trend-file.
if trend-file-status is equal to "35"
   open output trend-file
   close trend-file
   open extend trend-file
end-if.
write trend-line from output-stream-mark.
close trend-file.
open extend audit-file.
if audit-file-status is equal to "35"
   open output audit-file
   close audit-file
   open extend audit-file
end-if.
write audit-line from output-stream-mark.
close audit-file.
open extend rejects-file.
if rejects-file-status is equal to "35"
   open output rejects-file
   close rejects-file
   open extend rejects-file
end-if.
write reject-line from output-stream-mark.
close rejects-file.
write extract-line from output-stream-mark.
write watchhit-line from output-stream-mark.
write exception-line from output-stream-mark.
write job-summary-line from output-stream-mark
    after advancing 1 line.

*> The catalog update a stream would have made, journalled for the
*> merge. Each record names its own entry, so no mark is needed.
catalog-journal-proc.
move stream-entry-no to cj-entry-no.
move header-doc-id to cj-doc-id.
move header-author to cj-author.
move header-title to cj-title.
move function current-date(1:8) to cj-run-date.
move no-of-sentences to cj-senten.
move no-of-words to cj-words.
move grade-level to cj-grade.
move catjrnlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable.
open extend stream-out-file.
if stream-out-status is equal to "35"
   open output stream-out-file
   close stream-out-file
   open extend stream-out-file
end-if.
write stream-out-line from cj-area.
close stream-out-file.

*> The shared trend history, as it stood when the streams started,
*> for a stream's duplicate (stream-kind 1) or exception (2) check
*> when there is no keyed history to look in.
stream-history-scan-proc.
move stream-trend-shared to streaminvariable.
open input stream-in-file.
if stream-in-status is equal to "00"
   move zero to stream-eof-switch
   perform stream-history-read-proc
       until stream-eof-switch is equal to 1
   close stream-in-file
end-if.

stream-history-read-proc.
read stream-in-file into trend-history-line
    at end
       move 1 to stream-eof-switch
    not at end
       if stream-kind is equal to 1
          perform duplicate-match-proc
       else
          perform exception-match-proc
       end-if
end-read.

*> A finished stream's closing figures and word roll-up, and its
*> digest rows, for the merge.
stream-result-proc.
move streamresvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable.
open output stream-out-file.
move stream-id to sr-stream-id.
move batch-return-code to sr-return-code.
move batch-fail-switch to sr-fail-switch.
move catalog-fail-switch to sr-catalog-fail.
move batch-file-count to sr-file-count.
move batch-total-senten to sr-total-senten.
move batch-total-words to sr-total-words.
move batch-total-chars to sr-total-chars.
move batch-total-numbers to sr-total-numbers.
move batch-skip-count to sr-skip-count.
move batch-wf-used to sr-wf-used.
move batch-wf-full-switch to sr-wf-full.
write stream-out-line from sr-area.
perform varying bwf-sub from 1 by 1
    until bwf-sub is greater than batch-wf-used
   move bwf-word(bwf-sub) to sw-word
   move bwf-count(bwf-sub) to sw-count
   write stream-out-line from sw-area
end-perform.
close stream-out-file.
move digjrnlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable.
open output stream-out-file.
perform varying digest-sub from 1 by 1
    until digest-sub is greater than digest-count
   perform digest-journal-row-proc
   write stream-out-line from dj-area
end-perform.
close stream-out-file.

*> Split run (SPLIT-STREAMS = n): deal the control file out to n
*> stream control files. Entries sharing a doc-id - any document of
*> a spool counts - or, banner-less, a file name go to the same
*> stream, so no two streams ever touch the same history; a new group
*> goes to the stream with the fewest entries so far. Each stream
*> gets a run-control file: this
*> one's settings less the stream keywords, plus its STREAM-ID. A
*> split is refused while an earlier split's results are unmerged.
stream-split-proc.
move stream-split-count to stream-count.
open output streams-report-file.
move function current-date(1:8) to out-spl-date.
move controlvariable to out-spl-ctl.
move stream-count to out-spl-count.
write streams-line from output-split-header.
move zero to stream-fail-switch.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   perform stream-pending-proc
end-perform.
if stream-fail-switch is equal to 1
   write streams-line from output-split-pending
       after advancing 2 lines
   move 8 to return-code
else
   perform stream-split-deal-proc
end-if.
close streams-report-file.

stream-split-deal-proc.
open input control-file.
if control-file-status is not equal to "00"
   move control-file-status to out-spn-status
   write streams-line from output-split-noctl
       after advancing 2 lines
   move 8 to return-code
else
   move zero to split-entry-count, split-key-count,
       split-group-count
   move zero to split-key-full-switch
   move zero to split-eof-switch
   perform stream-split-read-proc
       until split-eof-switch is equal to 1
   close control-file
   evaluate true
   when stream-fail-switch is equal to 1
      write streams-line from output-split-toomany
          after advancing 2 lines
      move 8 to return-code
   when split-key-full-switch is equal to 1
      write streams-line from output-split-keysfull
          after advancing 2 lines
      move 8 to return-code
   when other
      perform stream-split-deal-all-proc
      perform varying stream-sub from 1 by 1
          until stream-sub is greater than stream-count
         perform stream-split-write-proc
      end-perform
      move zero to return-code
   end-evaluate
end-if.

*> Deal the grouped entries out in control-file order: the first
*> entry of a group takes the stream with the fewest entries so far,
*> the rest of the group follow it there.
stream-split-deal-all-proc.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   move zero to split-load(stream-sub)
end-perform.
perform varying split-group from 1 by 1
    until split-group is greater than split-group-count
   move zero to split-group-stream(split-group)
end-perform.
perform varying split-key-sub from 1 by 1
    until split-key-sub is greater than split-entry-count
   perform stream-split-assign-proc
end-perform.

*> An earlier split is still unmerged if any stream's result file is
*> there and not empty.
stream-pending-proc.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-sub delimited by size
       into stream-suffix.
move streamresvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streaminvariable.
open input stream-in-file.
if stream-in-status is equal to "00"
   read stream-in-file
       at end
          continue
       not at end
          move 1 to stream-fail-switch
   end-read
   close stream-in-file
end-if.

stream-split-read-proc.
read control-file
    at end
       move 1 to split-eof-switch
    not at end
       if control-file-name is not equal to spaces
          add 1 to split-entry-count
          if split-entry-count is greater than 999
             move 1 to stream-fail-switch
             move 1 to split-eof-switch
          else
             move control-file-name
                 to split-entry-file(split-entry-count)
             move spaces to split-entry-key(split-entry-count)
             move zero to split-group
             perform stream-split-key-proc
             move split-group to split-entry-group(split-entry-count)
          end-if
       end-if
end-read.

*> The grouping keys: "D" and the doc-id of every HEADER banner in the
*> input - a spool carries one per document - or, when it has none,
*> "F" and the file name. The first key is the one the report shows.
stream-split-key-proc.
move control-file-name to filevariable.
open input input-file.
if input-file-status is equal to "00"
   move zero to split-input-eof-switch
   perform stream-split-header-proc
       until split-input-eof-switch is equal to 1
   close input-file
end-if.
if split-group is equal to zero
   move spaces to split-key
   string "F" delimited by size
          control-file-name delimited by size
          into split-key
   perform stream-split-group-proc
end-if.

stream-split-header-proc.
read input-file
    at end
       move 1 to split-input-eof-switch
    not at end
       if input-record-length is not less than 67
          and sample-input(1:7) is equal to "HEADER "
          and sample-input(58:10) is not equal to spaces
          move spaces to split-key
          string "D" delimited by size
                 sample-input(58:10) delimited by size
                 into split-key
          perform stream-split-group-proc
       end-if
end-read.

*> Put the key in hand into the entry's group. A key already held by
*> another group joins that group; if the entry is already in a group
*> of its own, the two become one - every key and every earlier entry
*> of the other group is relabelled.
stream-split-group-proc.
if split-entry-key(split-entry-count) is equal to spaces
   move split-key to split-entry-key(split-entry-count)
end-if.
move zero to split-found-switch.
perform varying split-sub from 1 by 1
    until split-sub is greater than split-key-count
       or split-found-switch is equal to 1
   if sk-key(split-sub) is equal to split-key
      move 1 to split-found-switch
      move sk-group(split-sub) to split-old-group
   end-if
end-perform.
if split-found-switch is equal to 1
   if split-group is equal to zero
      move split-old-group to split-group
   else
      if split-old-group is not equal to split-group
         perform stream-split-relabel-proc
      end-if
   end-if
else
   if split-group is equal to zero
      add 1 to split-group-count
      move split-group-count to split-group
   end-if
   if split-key-count is less than 3000
      add 1 to split-key-count
      move split-key to sk-key(split-key-count)
      move split-group to sk-group(split-key-count)
   else
      move 1 to split-key-full-switch
   end-if
end-if.

stream-split-relabel-proc.
perform varying split-sub from 1 by 1
    until split-sub is greater than split-key-count
   if sk-group(split-sub) is equal to split-old-group
      move split-group to sk-group(split-sub)
   end-if
end-perform.
perform varying split-sub from 1 by 1
    until split-sub is not less than split-entry-count
   if split-entry-group(split-sub) is equal to split-old-group
      move split-group to split-entry-group(split-sub)
   end-if
end-perform.

*> Entry split-key-sub to its group's stream.
stream-split-assign-proc.
move split-entry-group(split-key-sub) to split-group.
if split-group-stream(split-group) is equal to zero
   move 1 to stream-sub
   perform varying split-sub from 2 by 1
       until split-sub is greater than stream-count
      if split-load(split-sub) is less than split-load(stream-sub)
         move split-sub to stream-sub
      end-if
   end-perform
   move stream-sub to split-group-stream(split-group)
end-if.
move split-group-stream(split-group) to stream-sub.
add 1 to split-load(stream-sub).
move stream-sub to split-entry-stream(split-key-sub).
move split-key-sub to out-spe-entry.
move split-entry-file(split-key-sub) to out-spe-file.
move split-entry-key(split-key-sub) to out-spe-key.
move stream-sub to out-spe-stream.
write streams-line from output-split-entry
    after advancing 1 line.

*> One stream's control file (its entries, each carrying its original
*> entry number) and run-control file, and an empty result file.
stream-split-write-proc.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-sub delimited by size
       into stream-suffix.
move controlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable, out-sps-ctl.
open output stream-out-file.
open input control-file.
move zero to split-sub.
move zero to split-eof-switch.
perform stream-split-copy-proc
    until split-eof-switch is equal to 1.
close control-file, stream-out-file.
move runctlvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable, out-sps-runctl.
open output stream-out-file.
open input runctl-file.
if runctl-file-status is equal to "00"
   move zero to runctl-eof-switch
   perform stream-split-parm-proc
       until runctl-eof-switch is equal to 1
   close runctl-file
end-if.
move spaces to stream-out-line.
string "STREAM-ID = " delimited by size
       stream-sub delimited by size
       into stream-out-line.
write stream-out-line.
close stream-out-file.
move streamresvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streamoutvariable.
open output stream-out-file.
close stream-out-file.
move stream-sub to out-sps-stream.
move split-load(stream-sub) to out-sps-count.
write streams-line from output-split-stream
    after advancing 2 lines.

stream-split-copy-proc.
read control-file
    at end
       move 1 to split-eof-switch
    not at end
       if control-file-name is not equal to spaces
          add 1 to split-sub
          if split-entry-stream(split-sub) is equal to stream-sub
             move split-sub to control-entry-numeric
             write stream-out-line from control-line-area
          end-if
       end-if
end-read.

stream-split-parm-proc.
read runctl-file
    at end
       move 1 to runctl-eof-switch
    not at end
       move spaces to parm-key, parm-value
       unstring runctl-line delimited by "="
           into parm-key, parm-value
       move parm-key to squeeze-in
       perform squeeze-parm-proc
       move function upper-case(squeeze-out) to parm-key
       if parm-key is not equal to "SPLIT-STREAMS"
          and parm-key is not equal to "MERGE-STREAMS"
          and parm-key is not equal to "STREAM-ID"
          write stream-out-line from runctl-line
       end-if
end-read.

*> Merge run (MERGE-STREAMS = n): once every stream has finished,
*> sort each journal back into original control-file order and append
*> it to the standing file, apply the journalled catalog updates, and
*> build the one job summary, digest and return code over all of
*> them. If any stream has not finished nothing is merged, so the
*> merge can simply be run again later.
stream-merge-proc.
move stream-merge-count to stream-count.
open extend streams-report-file.
if streams-report-status is equal to "35"
   open output streams-report-file
   close streams-report-file
   open extend streams-report-file
end-if.
move function current-date(1:8) to out-mrg-date.
move stream-count to out-mrg-count.
write streams-line from output-merge-header
    after advancing 2 lines.
move zero to stream-fail-switch.
move zero to batch-fail-switch, batch-skip-count.
move zero to catalog-fail-switch, catalog-stream-fail-switch.
move zero to batch-file-count.
move zero to batch-total-senten, batch-total-words,
    batch-total-chars, batch-total-numbers.
move zero to batch-wf-used, batch-wf-full-switch.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   perform stream-merge-result-proc
end-perform.
if stream-fail-switch is equal to 1
   move 8 to return-code
else
   perform stream-merge-all-proc
end-if.
close streams-report-file.

stream-merge-all-proc.
move zero to runhist-switch.
open input runhist-file.
if runhist-file-status is equal to "00"
   move 1 to runhist-switch
   close runhist-file
end-if.
move 2 to stream-kind.
move trendvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
move 1 to stream-kind.
move auditvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
move extractvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
move rejectsvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
move watchhitsvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
move 3 to stream-kind.
move catjrnlvariable to stream-base-name.
perform stream-merge-file-proc.
move 6 to stream-kind.
move actjrnlvariable to stream-base-name.
perform stream-merge-file-proc.
*> Tonight's exception report and job summary start over, as they do
*> for a single-stream batch, then take the streams' detail lines.
open output exceptions-file.
move exception-pct to out-exc-threshold.
write exception-line from output-exception-header.
close exceptions-file.
move 1 to stream-kind.
move exceptionsvariable to stream-base-name, streamoutvariable.
perform stream-merge-file-proc.
open output job-summary-file.
perform parm-echo-proc.
write job-summary-line from output-job-summary-header
    after advancing 1 line.
move 5 to stream-kind.
move jobsummaryvariable to stream-base-name.
perform stream-merge-file-proc.
perform batch-verdict-proc.
perform batch-rollup-proc.
close job-summary-file.
move zero to digest-count, digest-overflow-switch.
move 4 to stream-kind.
move digjrnlvariable to stream-base-name.
perform stream-merge-file-proc.
perform manifest-reconcile-proc.
perform digest-write-proc.
*> Merged: empty the result files so the next split can go ahead.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   perform stream-clear-result-proc
end-perform.
move batch-return-code to out-mrc-rc.
write streams-line from output-merge-rc
    after advancing 2 lines.
move batch-return-code to return-code.

*> One stream's result: its figures go into the batch totals and its
*> words into the roll-up, exactly as its documents would have.
stream-merge-result-proc.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-sub delimited by size
       into stream-suffix.
move streamresvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streaminvariable.
move zero to stream-found-switch.
open input stream-in-file.
if stream-in-status is equal to "00"
   read stream-in-file into sr-area
       at end
          continue
       not at end
          move 1 to stream-found-switch
          perform stream-merge-figures-proc
   end-read
   close stream-in-file
end-if.
if stream-found-switch is equal to zero
   move stream-sub to out-mrm-stream
   write streams-line from output-merge-missing
       after advancing 1 line
   move 1 to stream-fail-switch
end-if.

stream-merge-figures-proc.
move stream-sub to out-mrs-stream.
move sr-return-code to out-mrs-rc.
move sr-file-count to out-mrs-files.
move sr-skip-count to out-mrs-skipped.
write streams-line from output-merge-stream
    after advancing 1 line.
if sr-fail-switch is equal to 1
   move 1 to batch-fail-switch
end-if.
if sr-catalog-fail is equal to 1
   move 1 to catalog-fail-switch
   move 1 to catalog-stream-fail-switch
end-if.
add sr-file-count to batch-file-count.
add sr-total-senten to batch-total-senten.
add sr-total-words to batch-total-words.
add sr-total-chars to batch-total-chars.
add sr-total-numbers to batch-total-numbers.
add sr-skip-count to batch-skip-count.
if sr-wf-full is equal to 1
   move 1 to batch-wf-full-switch
end-if.
move zero to stream-eof-switch.
perform stream-merge-word-proc
    until stream-eof-switch is equal to 1.

stream-merge-word-proc.
read stream-in-file into sw-area
    at end
       move 1 to stream-eof-switch
    not at end
       move zero to bwf-found-switch
       perform varying bwf-sub from 1 by 1
           until bwf-sub is greater than batch-wf-used
              or bwf-found-switch is equal to 1
          if bwf-word(bwf-sub) is equal to sw-word
             add sw-count to bwf-count(bwf-sub)
             move 1 to bwf-found-switch
          end-if
       end-perform
       if bwf-found-switch is equal to zero
          if batch-wf-used is less than 200
             add 1 to batch-wf-used
             move sw-word to bwf-word(batch-wf-used)
             move sw-count to bwf-count(batch-wf-used)
          else
             move 1 to batch-wf-full-switch
          end-if
       end-if
end-read.

*> Sort the journals named stream-base-name.S1 .. .Sn into original
*> entry order and hand each record on by stream-kind: 1 append to
*> the file in streamoutvariable, 2 the same for TREND and into the
*> keyed history, 3 apply to the catalog, 4 into the digest table,
*> 5 onto the open job summary, 6 apply to the action register.
*> The journals are emptied once merged.
stream-merge-file-proc.
move zero to stream-line-count.
if stream-kind is less than 3
   open extend stream-out-file
   if stream-out-status is equal to "35"
      open output stream-out-file
      close stream-out-file
      open extend stream-out-file
   end-if
end-if.
if stream-kind is equal to 2
   and runhist-switch is equal to 1
   open i-o runhist-file
end-if.
sort stream-sort-file
    on ascending key ss-entry-no
    on ascending key ss-seq
    input procedure is stream-gather-proc
    output procedure is stream-scatter-proc.
if stream-kind is less than 3
   close stream-out-file
end-if.
if stream-kind is equal to 2
   and runhist-switch is equal to 1
   close runhist-file
end-if.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   perform stream-clear-journal-proc
end-perform.
move stream-base-name to out-mrf-file.
move stream-line-count to out-mrf-count.
write streams-line from output-merge-file
    after advancing 1 line.

stream-gather-proc.
move zero to stream-seq.
perform varying stream-sub from 1 by 1
    until stream-sub is greater than stream-count
   move spaces to stream-suffix
   string ".S" delimited by size
          stream-sub delimited by size
          into stream-suffix
   perform stream-suffix-proc
   move stream-name-work to streaminvariable
   open input stream-in-file
   if stream-in-status is equal to "00"
      move zero to stream-cur-entry
      move zero to stream-eof-switch
      perform stream-gather-read-proc
          until stream-eof-switch is equal to 1
      close stream-in-file
   end-if
end-perform.

*> Catalog, digest and action journal records carry their entry
*> number in front; every other journal's records take it from the
*> last mark. Anything ahead of a stream's first mark (its headings)
*> is tagged zero and dropped with the marks themselves.
stream-gather-read-proc.
read stream-in-file
    at end
       move 1 to stream-eof-switch
    not at end
       add 1 to stream-seq
       move stream-seq to ss-seq
       move stream-in-line to ss-line
       if stream-kind is equal to 3
          or stream-kind is equal to 4
          or stream-kind is equal to 6
          if stream-in-line(1:5) is numeric
             move stream-in-line(1:5) to ss-entry-no
             release stream-sort-record
          end-if
       else
          if stream-in-line(1:8) is equal to "*STREAM*"
             if stream-in-line(31:5) is numeric
                move stream-in-line(31:5) to stream-cur-entry
             end-if
          else
             move stream-cur-entry to ss-entry-no
             release stream-sort-record
          end-if
       end-if
end-read.

stream-scatter-proc.
move zero to stream-eof-switch.
perform stream-scatter-return-proc
    until stream-eof-switch is equal to 1.

stream-scatter-return-proc.
return stream-sort-file
    at end
       move 1 to stream-eof-switch
    not at end
       if ss-entry-no is greater than zero
          and ss-entry-no is less than 99999
          perform stream-scatter-put-proc
       end-if
end-return.

stream-scatter-put-proc.
add 1 to stream-line-count.
evaluate stream-kind
when 1
   write stream-out-line from ss-line
when 2
   write stream-out-line from ss-line
   if runhist-switch is equal to 1
      move ss-line to trend-history-line
      if th-date is numeric
         perform runhist-from-trend-proc
      end-if
   end-if
when 5
   write job-summary-line from ss-line
       after advancing 1 line
when 3
   move ss-line to cj-area
   move cj-doc-id to header-doc-id
   move cj-author to header-author
   move cj-title to header-title
   move cj-senten to no-of-sentences
   move cj-words to no-of-words
   move cj-grade to grade-level
   move cj-run-date to catalog-run-date
   move spaces to header-bus-date
   move catalog-stream-fail-switch to catalog-doc-fail-switch
   perform catalog-apply-proc
when 6
   move ss-line to aj-area
   move aj-image to action-image
   perform action-apply-proc
when 4
   move ss-line to dj-area
   perform digest-restore-row-proc
end-evaluate.

stream-clear-journal-proc.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-sub delimited by size
       into stream-suffix.
perform stream-suffix-proc.
move stream-name-work to streaminvariable.
open output stream-in-file.
close stream-in-file.

stream-clear-result-proc.
move spaces to stream-suffix.
string ".S" delimited by size
       stream-sub delimited by size
       into stream-suffix.
move streamresvariable to stream-base-name.
perform stream-suffix-proc.
move stream-name-work to streaminvariable.
open output stream-in-file.
close stream-in-file.

*> Pre-flight validation run (VERIFY-ONLY = YES): read every control-
*> file entry and check it without analyzing anything, producing a
*> pass/fail line per entry while there is still time to fix the
*> control file before the real batch runs. RETURN-CODE 0 means all
       after advancing 1 line
   move 8 to return-code
else
   move zero to verify-ctl-eof-switch
   perform verify-read-proc
       until verify-ctl-eof-switch is equal to 1
   close control-file
   move verify-entry-count to out-vfy-count
   move verify-fail-count to out-vfy-fails
   write verify-line from output-verify-total
       after advancing 2 lines
   if verify-fail-count is greater than zero
      move 4 to return-code
   else
      move zero to return-code
   end-if
end-if.
close verify-file.

verify-read-proc.
read control-file into control-line-area
    at end
       move 1 to verify-ctl-eof-switch
    not at end
       add 1 to verify-entry-count
       perform verify-entry-proc
end-read.

*> Check one control-file entry: the input must open, the optional
*> section and expected-count fields must follow the zero-padded-
*> numeric/spaces convention of the control-line-area layout, the
*> section number must lie within the file, and the expected count
*> must be achievable against the data records actually there. The
*> checks all run so one entry line can carry every reason at once.
verify-entry-proc.
move zero to verify-entry-fails.
move zero to vfy-open-fail-sw.
move zero to vfy-badsect-sw.
move zero to vfy-sect-range-sw.
move zero to vfy-badexp-sw.
move zero to vfy-exp-range-sw.
move zero to verify-rec-count.
move zero to verify-data-count.
move control-file-name to filevariable.
open input input-file.
if input-file-status is not equal to "00"
   move 1 to vfy-open-fail-sw
   add 1 to verify-entry-fails
   move input-file-status to out-vfy-open-status
else
   move zero to verify-eof-switch
   perform verify-count-proc
       until verify-eof-switch is equal to 1
   close input-file
end-if.
if control-section-field is not equal to spaces
   if control-section-field is numeric
      if control-section-numeric is greater than zero
         and vfy-open-fail-sw is equal to zero
         and control-section-numeric is greater
             than verify-rec-count
         move 1 to vfy-sect-range-sw
         add 1 to verify-entry-fails
         move control-section-numeric to out-vfy-sect-no
         move verify-rec-count to out-vfy-sect-recs
      end-if
   else
      move 1 to vfy-badsect-sw
      add 1 to verify-entry-fails
      move control-section-field to out-vfy-badsect
   end-if
end-if.
if control-expected-field is not equal to spaces
   if control-expected-field is numeric
      if control-expected-numeric is greater than zero
         and vfy-open-fail-sw is equal to zero
         and control-expected-numeric is greater
             than verify-data-count
         move 1 to vfy-exp-range-sw
         add 1 to verify-entry-fails
         move control-expected-numeric to out-vfy-exp-no
         move verify-data-count to out-vfy-exp-recs
      end-if
   else
      move 1 to vfy-badexp-sw
      add 1 to verify-entry-fails
      move control-expected-field to out-vfy-badexp
   end-if
end-if.
move verify-entry-count to out-vfy-entry-no.
move control-file-name to out-vfy-file.
move verify-rec-count to out-vfy-records.
if verify-entry-fails is greater than zero
   move "FAIL " to out-vfy-verdict
   add 1 to verify-fail-count
else
   move "OK   " to out-vfy-verdict
end-if.
write verify-line from output-verify-entry after advancing 1 line.
if vfy-open-fail-sw is equal to 1
   write verify-line from output-verify-open-fail
       after advancing 1 line
end-if.
if vfy-badsect-sw is equal to 1
   write verify-line from output-verify-badsect
       after advancing 1 line
end-if.
if vfy-sect-range-sw is equal to 1
   write verify-line from output-verify-sect-range
       after advancing 1 line
end-if.
if vfy-badexp-sw is equal to 1
   write verify-line from output-verify-badexp
       after advancing 1 line
end-if.
if vfy-exp-range-sw is equal to 1
   write verify-line from output-verify-exp-range
       after advancing 1 line
end-if.

*> Size the file the same way the analysis paths see it: every
*> physical record for the section check, and the records left after
*> the HEADER/TRAILER metadata for the expected-count check.
verify-count-proc.
read input-file into input-area
    at end
       move 1 to verify-eof-switch
    not at end
       add 1 to verify-rec-count
       if input-area-text(1:7) is not equal to "TRAILER"
          and input-area-text(1:7) is not equal to "HEADER "
          add 1 to verify-data-count
       end-if
end-read.

*> Catalog inquiry run (CATALOG-REPORT = DOCID or AUTHOR): print the
*> standing catalog as a formatted report, ordered by the primary
*> doc-id key or by the author alternate key - one lookup for "what
*> do we hold for committee X and when was it last analyzed" instead
*> of a day of grepping trend history.
catalog-report-proc.
open output catalog-report-file.
move function current-date(1:8) to out-cat-date.
if catalog-report-switch is equal to 2
   move "author " to out-cat-order
else
   move "doc-id " to out-cat-order
end-if.
write catalog-report-line from output-catalog-header.
open input catalog-file.
if catalog-file-status is not equal to "00"
   write catalog-report-line from output-catalog-missing
       after advancing 1 line
   move 8 to return-code
else
   write catalog-report-line from output-catalog-columns
       after advancing 1 line
   move zero to catalog-eof-switch
*> Ordering by author means establishing the alternate key as the key
*> of reference before the sequential walk; the primary key is the
*> reference by default, so the doc-id order needs no START at all.
   if catalog-report-switch is equal to 2
      move low-values to cat-author
      start catalog-file key is not less than cat-author
          invalid key
             move 1 to catalog-eof-switch
      end-start
   end-if
   move zero to catalog-excluded-count
   perform catalog-report-read-proc
       until catalog-eof-switch is equal to 1
   close catalog-file
   if catalog-excluded-count is greater than zero
      move catalog-excluded-count to out-cat-excluded
      write catalog-report-line from output-catalog-excluded
          after advancing 2 lines
   end-if
   move zero to return-code
end-if.
close catalog-report-file.

catalog-report-read-proc.
read catalog-file next record
    at end
       move 1 to catalog-eof-switch
    not at end
*> A retired or merged entry stays on file as the maintenance history
*> of the doc-id, but it is no longer something we hold - it is
*> counted for the footnote, not listed.
       if cat-status is not equal to space
          add 1 to catalog-excluded-count
       else
          move cat-doc-id to out-cat-doc-id
          move cat-title to out-cat-title
          move cat-author to out-cat-author
          move cat-first-seen to out-cat-first
          move cat-last-run to out-cat-last
          move cat-run-count to out-cat-runs
          move cat-last-senten to out-cat-senten
          move cat-last-words to out-cat-words
          move cat-last-grade to out-cat-grade
          write catalog-report-line from output-catalog-line
              after advancing 1 line
       end-if
end-read.

*> Catalog maintenance run (CATALOG-MAINT = YES): edit each ADD /
*> CHANGE / RETIRE / MERGE transaction against the catalog, apply the
*> good ones and reject the bad ones with a reason, printing the
*> before and after image of every record a transaction touched. Any
*> rejection leaves return code 4 so the scheduler shows the run
*> needs a look; a missing transaction file or an unopenable catalog
*> is 8.
catalog-maint-proc.
open output catmaint-report-file.
move function current-date(1:8) to ctm-today.
move ctm-today to out-ctm-date.
move cattransvariable to out-ctm-file.
write catmaint-line from output-ctm-header.
move zero to ctm-read-count.
move zero to ctm-applied-count.
move zero to ctm-rejected-count.
open input cattrans-file.
if cattrans-file-status is not equal to "00"
   write catmaint-line from output-ctm-no-trans
       after advancing 1 line
   close catmaint-report-file
   move 8 to return-code
else
*> Opened for update the same way catalog-update-proc does, so the
*> very first ADD can create a catalog that does not exist yet.
   open i-o catalog-file
   if catalog-file-status is equal to "35"
      open output catalog-file
      close catalog-file
      open i-o catalog-file
   end-if
   if catalog-file-status is not equal to "00"
      write catmaint-line from output-ctm-no-catalog
          after advancing 1 line
      close cattrans-file
      close catmaint-report-file
      move 8 to return-code
   else
      move spaces to catmaint-line
      move output-catalog-columns to catmaint-line(13:)
      write catmaint-line after advancing 2 lines
      move zero to ctm-eof-switch
      perform catalog-maint-read-proc
          until ctm-eof-switch is equal to 1
      close catalog-file
      close cattrans-file
      move ctm-read-count to out-ctm-read
      move ctm-applied-count to out-ctm-applied
      move ctm-rejected-count to out-ctm-rejected
      write catmaint-line from output-ctm-totals
          after advancing 2 lines
      close catmaint-report-file
      if ctm-rejected-count is greater than zero
         move 4 to return-code
      else
         move zero to return-code
      end-if
   end-if
end-if.

catalog-maint-read-proc.
read cattrans-file
    at end
       move 1 to ctm-eof-switch
    not at end
       if cattrans-record is not equal to spaces
          and cattrans-record(1:1) is not equal to "*"
          add 1 to ctm-read-count
          perform catalog-maint-edit-proc
       end-if
end-read.

*> Edit one transaction: read the record it names (and, for a MERGE,
*> the surviving target) and decide whether it can be applied. A
*> blank ctm-reason after the edit means it passed.
catalog-maint-edit-proc.
move function upper-case(ct-action) to ct-action.
move spaces to ctm-reason.
move zero to ctm-source-found.
move zero to ctm-target-found.
if ct-doc-id is equal to spaces
   move "DOC-ID MISSING" to ctm-reason
else
   move ct-doc-id to cat-doc-id
   read catalog-file
       invalid key
          continue
       not invalid key
          move 1 to ctm-source-found
          move catalog-record to ctm-source-record
   end-read
end-if.
if ctm-reason is equal to spaces
   evaluate ct-action
   when "ADD"
      if ctm-source-found is equal to 1
         move "DUPLICATE ADD" to ctm-reason
      end-if
   when "CHANGE"
      evaluate true
      when ctm-source-found is equal to zero
         move "UNKNOWN DOC-ID" to ctm-reason
      when ctms-status is equal to "R"
         move "DOC-ID RETIRED" to ctm-reason
      when ctms-status is equal to "M"
         move "DOC-ID MERGED" to ctm-reason
      when ct-author is equal to spaces
         and ct-title is equal to spaces
         move "NO CHANGE GIVEN" to ctm-reason
      end-evaluate
   when "RETIRE"
      evaluate true
      when ctm-source-found is equal to zero
         move "UNKNOWN DOC-ID" to ctm-reason
      when ctms-status is equal to "R"
         move "ALREADY RETIRED" to ctm-reason
      when ctms-status is equal to "M"
         move "ALREADY MERGED" to ctm-reason
      end-evaluate
   when "MERGE"
      perform catalog-maint-merge-edit-proc
   when other
      move "INVALID ACTION" to ctm-reason
   end-evaluate
end-if.
move ctm-read-count to out-ctm-trans-no.
move ct-action to out-ctm-action.
move ct-doc-id to out-ctm-doc-id.
move ct-target to out-ctm-target.
move ctm-reason to out-ctm-reason.
if ctm-reason is equal to spaces
   move "ACCEPTED" to out-ctm-verdict
else
   move "REJECTED" to out-ctm-verdict
   add 1 to ctm-rejected-count
end-if.
write catmaint-line from output-ctm-trans-line
    after advancing 2 lines.
if ctm-reason is equal to spaces
   add 1 to ctm-applied-count
   evaluate ct-action
   when "ADD"
      perform catalog-maint-add-proc
   when "CHANGE"
      perform catalog-maint-change-proc
   when "RETIRE"
      perform catalog-maint-retire-proc
   when "MERGE"
      perform catalog-maint-merge-proc
   end-evaluate
end-if.

*> A MERGE folds the source doc-id into a surviving target: both must
*> be live catalog entries, and they must be two different ones.
catalog-maint-merge-edit-proc.
evaluate true
when ctm-source-found is equal to zero
   move "UNKNOWN DOC-ID" to ctm-reason
when ctms-status is equal to "R"
   move "ALREADY RETIRED" to ctm-reason
when ctms-status is equal to "M"
   move "ALREADY MERGED" to ctm-reason
when ct-target is equal to spaces
   move "MERGE TARGET MISSING" to ctm-reason
when ct-target is equal to ct-doc-id
   move "MERGE INTO ITSELF" to ctm-reason
end-evaluate.
if ctm-reason is equal to spaces
   move ct-target to cat-doc-id
   read catalog-file
       invalid key
          continue
       not invalid key
          move 1 to ctm-target-found
          move catalog-record to ctm-target-record
   end-read
   if ctm-target-found is equal to zero
      move "MERGE TARGET MISSING" to ctm-reason
   else
      if cat-status is not equal to space
         move "MERGE TARGET RETIRED" to ctm-reason
      end-if
   end-if
end-if.

*> ADD: a catalog entry set up ahead of its first run - no figures
*> yet, first-seen left for the first batch to fill in, and the names
*> locked against the batch's header names.
catalog-maint-add-proc.
move spaces to ctm-image-record.
move "before" to ctm-image-label.
perform catalog-maint-image-proc.
move spaces to catalog-record.
move ct-doc-id to cat-doc-id.
move ct-author to cat-author.
move ct-title to cat-title.
move zero to cat-run-count.
move zero to cat-last-senten.
move zero to cat-last-words.
move zero to cat-last-grade.
move "Y" to cat-name-lock.
write catalog-record.
move catalog-record to ctm-image-record.
move "after" to ctm-image-label.
perform catalog-maint-image-proc.

*> CHANGE: correct the author and/or title; a field left blank on the
*> transaction is left as it was. Either way the names are locked, so
*> the next batch run does not put the header names back.
catalog-maint-change-proc.
move ctm-source-record to ctm-image-record.
move "before" to ctm-image-label.
perform catalog-maint-image-proc.
move ctm-source-record to catalog-record.
if ct-author is not equal to spaces
   move ct-author to cat-author
end-if.
if ct-title is not equal to spaces
   move ct-title to cat-title
end-if.
move "Y" to cat-name-lock.
rewrite catalog-record.
move catalog-record to ctm-image-record.
move "after" to ctm-image-label.
perform catalog-maint-image-proc.

catalog-maint-retire-proc.
move ctm-source-record to ctm-image-record.
move "before" to ctm-image-label.
perform catalog-maint-image-proc.
move ctm-source-record to catalog-record.
move "R" to cat-status.
move ctm-today to cat-status-date.
rewrite catalog-record.
move catalog-record to ctm-image-record.
move "after" to ctm-image-label.
perform catalog-maint-image-proc.

*> MERGE: the source is marked merged into the target, and the target
*> takes over its history - the runs add up, first-seen is the
*> earlier of the two, and the latest figures are whichever entry ran
*> last.
catalog-maint-merge-proc.
move ctm-source-record to ctm-image-record.
move "before" to ctm-image-label.
perform catalog-maint-image-proc.
move ctm-target-record to ctm-image-record.
perform catalog-maint-image-proc.
move ctm-source-record to catalog-record.
move "M" to cat-status.
move ct-target to cat-merged-into.
move ctm-today to cat-status-date.
rewrite catalog-record.
move catalog-record to ctm-image-record.
move "after" to ctm-image-label.
perform catalog-maint-image-proc.
move ctm-target-record to catalog-record.
add ctms-run-count to cat-run-count.
if ctms-first-seen is not equal to spaces
   if cat-first-seen is equal to spaces
      or ctms-first-seen is less than cat-first-seen
      move ctms-first-seen to cat-first-seen
   end-if
end-if.
if ctms-last-run is not equal to spaces
   if cat-last-run is equal to spaces
      or ctms-last-run is greater than cat-last-run
      move ctms-last-run to cat-last-run
      move ctms-last-senten to cat-last-senten
      move ctms-last-words to cat-last-words
      move ctms-last-grade to cat-last-grade
   end-if
end-if.
rewrite catalog-record.
move catalog-record to ctm-image-record.
perform catalog-maint-image-proc.

*> Print ctm-image-record under ctm-image-label through the inquiry
*> report's own catalog line, with its maintenance status spelled out.
catalog-maint-image-proc.
perform catalog-image-edit-proc.
write catmaint-line from output-ctm-image-line
    after advancing 1 line.
move spaces to ctm-image-label.

*> Edit ctm-image-record into output-ctm-image-line - the maintenance
*> run and the backout run both print catalog images this way.
catalog-image-edit-proc.
move ctm-image-label to out-ctm-label.
if ctmi-doc-id is equal to spaces
   move spaces to out-ctm-image
   move "(not on file)" to out-ctm-image
   move spaces to out-ctm-status
else
   move ctmi-doc-id to out-cat-doc-id
   move ctmi-title to out-cat-title
   move ctmi-author to out-cat-author
   move ctmi-first-seen to out-cat-first
   move ctmi-last-run to out-cat-last
   move ctmi-run-count to out-cat-runs
   move ctmi-last-senten to out-cat-senten
   move ctmi-last-words to out-cat-words
   move ctmi-last-grade to out-cat-grade
   move output-catalog-line to out-ctm-image
   move spaces to out-ctm-status
   evaluate ctmi-status
   when "R"
      string "RETIRED " ctmi-status-date
          delimited by size into out-ctm-status
   when "M"
      string "MERGED INTO " ctmi-merged-into " " ctmi-status-date
          delimited by size into out-ctm-status
   when other
      if ctmi-name-lock is equal to "Y"
         move "ACTIVE - NAME LOCKED" to out-ctm-status
      else
         move "ACTIVE" to out-ctm-status
      end-if
   end-evaluate
end-if.

*> Period management summary (REPORT-PERIOD = yyyymm): the month-end
*> volume and readability figures per author and doc-id, built from
*> trend history instead of by hand. Two sorts: the first puts the
*> selected trend records in doc-id, business date and run order so
*> a repeat run of the same doc-id and business date is left out
*> (only the first load counts, as in the extract); the second joins
*> the survivors to the catalog and orders them for the breaks.
period-report-proc.
open output period-report-file.
move function current-date(1:8) to out-pd-run-date.
move period-request to period-current.
if period-current is not numeric
   or period-cur-mm is less than 1
   or period-cur-mm is greater than 12
   write period-line from output-period-bad
   close period-report-file
   move 8 to return-code
else
   if period-cur-mm is equal to 1
      compute period-pri-yyyy = period-cur-yyyy - 1
      move 12 to period-pri-mm
   else
      move period-cur-yyyy to period-pri-yyyy
      compute period-pri-mm = period-cur-mm - 1
   end-if
   move period-current(1:4) to out-pd-cur-yyyy, out-pdg-yyyy
   move period-current(5:2) to out-pd-cur-mm, out-pdg-mm
   move period-prior(1:4) to out-pd-pri-yyyy
   move period-prior(5:2) to out-pd-pri-mm
   write period-line from output-period-header
   open input trend-file
   if trend-file-status is not equal to "00"
      write period-line from output-period-no-trend
          after advancing 1 line
      close period-report-file
      move 8 to return-code
   else
      close trend-file
      sort period-sort-file
          ascending key ps-doc-id
          ascending key ps-bus-date
          ascending key ps-run-date
          ascending key ps-seq
          input procedure is period-select-proc
          giving period-work-file
      sort period-sort-file
          ascending key ps-author
          ascending key ps-doc-id
          ascending key ps-bus-date
          input procedure is period-join-proc
          output procedure is period-print-proc
      close period-report-file
*> A catalog that is there but unreadable still lets the report run,
*> but the run must not pass as clean.
      if period-catalog-switch is equal to zero
         and period-catalog-status is not equal to "35"
         move 8 to return-code
      else
         move zero to return-code
      end-if
   end-if
end-if.

*> Release every whole-document, banner-carrying trend record whose
*> business date falls in the reported month or the month before.
period-select-proc.
open input trend-file.
move zero to period-seq.
move zero to period-eof-switch.
perform period-select-read-proc
    until period-eof-switch is equal to 1.
close trend-file.

period-select-read-proc.
read trend-file into trend-history-line
    at end
       move 1 to period-eof-switch
    not at end
       add 1 to period-seq
       if th-doc-id is not equal to spaces
          and th-doc-id(1:1) is not equal to space
          and th-mode is not equal to "SECTION"
          and (th-bus-date(1:6) is equal to period-current
            or th-bus-date(1:6) is equal to period-prior)
          move spaces to period-sort-record
          move th-doc-id to ps-doc-id
          move th-bus-date to ps-bus-date
          move th-date to ps-run-date
          move period-seq to ps-seq
          if th-bus-date(1:6) is equal to period-current
             move "C" to ps-period
          else
             move "P" to ps-period
          end-if
          compute ps-senten = function numval(th-senten)
          compute ps-words = function numval(th-words)
*> Records written before the readability pair existed carry spaces
*> there - they add nothing to the averages' sums.
          if th-ease is equal to spaces
             move zero to ps-ease
          else
             compute ps-ease = function numval(th-ease)
          end-if
          if th-grade is equal to spaces
             move zero to ps-grade
          else
             compute ps-grade = function numval(th-grade)
          end-if
          release period-sort-record
       end-if
end-read.

*> Drop repeat runs and join what is left to the catalog. The catalog
*> is only read here; a catalog that cannot be opened still lets the
*> report run, with the doc-ids listed under no author.
period-join-proc.
open input period-work-file.
move zero to period-catalog-switch.
open input catalog-file.
move catalog-file-status to period-catalog-status.
if catalog-file-status is equal to "00"
   move 1 to period-catalog-switch
end-if.
move spaces to period-prev-doc-id.
move spaces to period-prev-bus-date.
move zero to period-selected-count.
move zero to period-repeat-count.
move zero to period-eof-switch.
if period-work-status is equal to "00"
   perform period-join-read-proc
       until period-eof-switch is equal to 1
   close period-work-file
end-if.
if period-catalog-switch is equal to 1
   close catalog-file
end-if.

period-join-read-proc.
read period-work-file
    at end
       move 1 to period-eof-switch
    not at end
       if pw-doc-id is equal to period-prev-doc-id
          and pw-bus-date is equal to period-prev-bus-date
          add 1 to period-repeat-count
       else
          move pw-doc-id to period-prev-doc-id
          move pw-bus-date to period-prev-bus-date
          add 1 to period-selected-count
          move period-work-record to period-sort-record
          perform period-catalog-join-proc
          release period-sort-record
       end-if
end-read.

*> Author and title come from the catalog. A doc-id merged into
*> another entry is reported under the surviving doc-id, so a
*> committee series filed under two doc-ids reads as the one series.
period-catalog-join-proc.
move zero to catalog-found-switch.
if period-catalog-switch is equal to 1
   move ps-doc-id to cat-doc-id
   read catalog-file
       invalid key
          continue
       not invalid key
          move 1 to catalog-found-switch
   end-read
   if catalog-found-switch is equal to 1
      and cat-status is equal to "M"
      and cat-merged-into is not equal to spaces
      move cat-merged-into to ps-doc-id
      move zero to catalog-found-switch
      move ps-doc-id to cat-doc-id
      read catalog-file
          invalid key
             continue
          not invalid key
             move 1 to catalog-found-switch
      end-read
   end-if
end-if.
if catalog-found-switch is equal to 1
   move cat-author to ps-author
   move cat-title to ps-title
else
   move "(NOT CATALOGUED)" to ps-author
   move spaces to ps-title
end-if.

*> Control breaks: a change of doc-id prints the doc-id line, a change
*> of author prints the doc-id line and then the author total. Each
*> level's figures are added into the next level up as it prints.
period-print-proc.
if period-catalog-switch is equal to zero
   if period-catalog-status is equal to "35"
      write period-line from output-period-no-catalog
          after advancing 1 line
   else
      move period-catalog-status to out-pd-cat-status
      write period-line from output-period-catalog-fail
          after advancing 1 line
   end-if
end-if.
write period-line from output-period-columns
    after advancing 2 lines.
move 4 to period-line-count.
perform varying period-sub from 1 by 1
    until period-sub is greater than 3
   perform period-clear-proc
end-perform.
move zero to period-author-count.
move zero to period-docid-count.
move 1 to period-first-switch.
move zero to period-eof-switch.
perform period-return-proc
    until period-eof-switch is equal to 1.
if period-first-switch is equal to 1
   write period-line from output-period-none
       after advancing 1 line
else
   perform period-docid-break-proc
   perform period-author-break-proc
end-if.
*> Grand total page - a blank record first to close the last line,
*> as page-heading-proc does, so the form feed starts a fresh page.
move spaces to period-line.
write period-line after advancing 1 line.
write period-line from output-period-grand-header
    after advancing page.
write period-line from output-period-columns
    after advancing 2 lines.
move 3 to period-sub.
move spaces to out-pd-doc-id.
move "All authors" to out-pd-title.
perform period-figures-proc.
write period-line from output-period-line
    after advancing 1 line.
move period-author-count to out-pdg-authors.
move period-docid-count to out-pdg-docids.
move period-selected-count to out-pdg-selected.
move period-repeat-count to out-pdg-repeats.
write period-line from output-period-grand-counts
    after advancing 2 lines.

period-return-proc.
return period-sort-file
    at end
       move 1 to period-eof-switch
    not at end
       if period-first-switch is equal to 1
          move zero to period-first-switch
          perform period-author-start-proc
       else
          if ps-author is not equal to period-cur-author
             perform period-docid-break-proc
             perform period-author-break-proc
             perform period-author-start-proc
          else
             if ps-doc-id is not equal to period-cur-doc-id
                perform period-docid-break-proc
                move ps-doc-id to period-cur-doc-id
                move ps-title to period-cur-title
             end-if
          end-if
       end-if
       if ps-period is equal to "C"
          add 1 to pt-cur-docs(1)
          add ps-senten to pt-cur-senten(1)
          add ps-words to pt-cur-words(1)
          add ps-ease to pt-cur-ease(1)
          add ps-grade to pt-cur-grade(1)
       else
          add 1 to pt-pri-docs(1)
          add ps-senten to pt-pri-senten(1)
          add ps-words to pt-pri-words(1)
          add ps-ease to pt-pri-ease(1)
          add ps-grade to pt-pri-grade(1)
       end-if
end-return.

period-author-start-proc.
move ps-author to period-cur-author.
move ps-doc-id to period-cur-doc-id.
move ps-title to period-cur-title.
move ps-author to out-pd-author.
move spaces to period-line.
perform period-write-proc.
move output-period-author to period-line.
perform period-write-proc.

period-docid-break-proc.
move 1 to period-sub.
move period-cur-doc-id to out-pd-doc-id.
move period-cur-title to out-pd-title.
perform period-figures-proc.
move output-period-line to period-line.
perform period-write-proc.
perform period-roll-up-proc.
add 1 to period-docid-count.

period-author-break-proc.
move 2 to period-sub.
move spaces to out-pd-doc-id.
move "Total for author" to out-pd-title.
perform period-figures-proc.
move output-period-line to period-line.
perform period-write-proc.
perform period-roll-up-proc.
add 1 to period-author-count.

*> Add level period-sub into the level above it and clear it.
period-roll-up-proc.
add pt-cur-docs(period-sub) to pt-cur-docs(period-sub + 1).
add pt-cur-senten(period-sub) to pt-cur-senten(period-sub + 1).
add pt-cur-words(period-sub) to pt-cur-words(period-sub + 1).
add pt-cur-ease(period-sub) to pt-cur-ease(period-sub + 1).
add pt-cur-grade(period-sub) to pt-cur-grade(period-sub + 1).
add pt-pri-docs(period-sub) to pt-pri-docs(period-sub + 1).
add pt-pri-senten(period-sub) to pt-pri-senten(period-sub + 1).
add pt-pri-words(period-sub) to pt-pri-words(period-sub + 1).
add pt-pri-ease(period-sub) to pt-pri-ease(period-sub + 1).
add pt-pri-grade(period-sub) to pt-pri-grade(period-sub + 1).
perform period-clear-proc.

period-clear-proc.
move zero to pt-cur-docs(period-sub), pt-cur-senten(period-sub),
    pt-cur-words(period-sub), pt-cur-ease(period-sub),
    pt-cur-grade(period-sub).
move zero to pt-pri-docs(period-sub), pt-pri-senten(period-sub),
    pt-pri-words(period-sub), pt-pri-ease(period-sub),
    pt-pri-grade(period-sub).

*> Edit level period-sub's figures into output-period-line. Words per
*> sentence is the level's total words over its total sentences; ease
*> and grade are the mean of the documents' own values. The change
*> columns are this month's averages less the prior month's.
period-figures-proc.
move pt-cur-docs(period-sub) to out-pd-docs.
move pt-cur-senten(period-sub) to out-pd-senten.
move pt-cur-words(period-sub) to out-pd-words.
if pt-cur-senten(period-sub) is greater than zero
   divide pt-cur-senten(period-sub) into pt-cur-words(period-sub)
       giving out-pd-aver-ws rounded
else
   move zero to out-pd-aver-ws
end-if.
if pt-cur-docs(period-sub) is greater than zero
   divide pt-cur-docs(period-sub) into pt-cur-ease(period-sub)
       giving period-avg-ease rounded
   divide pt-cur-docs(period-sub) into pt-cur-grade(period-sub)
       giving period-avg-grade rounded
else
   move zero to period-avg-ease
   move zero to period-avg-grade
end-if.
move period-avg-ease to out-pd-ease.
move period-avg-grade to out-pd-grade.
if pt-pri-docs(period-sub) is equal to zero
   move "    no documents prior month" to out-pd-prior-text
else
   move pt-pri-docs(period-sub) to out-pd-pri-docs
   move pt-pri-words(period-sub) to out-pd-pri-words
   if pt-cur-docs(period-sub) is equal to zero
      move "      none now" to out-pd-change-text
   else
      divide pt-pri-docs(period-sub) into pt-pri-ease(period-sub)
          giving period-pri-avg-ease rounded
      divide pt-pri-docs(period-sub) into pt-pri-grade(period-sub)
          giving period-pri-avg-grade rounded
      compute out-pd-ease-chg =
          period-avg-ease - period-pri-avg-ease
      compute out-pd-grade-chg =
          period-avg-grade - period-pri-avg-grade
   end-if
end-if.

*> Every body line goes out through here, with the heading and column
*> line repeated at the page depth the batch report uses.
period-write-proc.
if period-line-count is greater than or equal to page-depth
   move period-line to period-hold-line
   move spaces to period-line
   write period-line after advancing 1 line
   write period-line from output-period-header
       after advancing page
   write period-line from output-period-columns
       after advancing 2 lines
   move 3 to period-line-count
   move period-hold-line to period-line
end-if.
write period-line after advancing 1 line.
add 1 to period-line-count.

*> Open action report (ACTION-REPORT = YES, or yyyymmdd for an as-at
*> date other than today): every action in the register not yet
*> closed, sorted by owner and due date, with an action due before
*> the as-at date flagged OVERDUE.
action-report-proc.
open output action-report-file.
move function current-date(1:8) to out-act-run-date.
if action-as-of is equal to "YES" or action-as-of is equal to "Y"
   move function current-date(1:8) to action-as-of
end-if.
if action-as-of is not numeric
   write action-report-line from output-action-bad
   close action-report-file
   move 8 to return-code
else
   move action-as-of to out-act-as-of
   write action-report-line from output-action-header
   open input action-file
   if action-file-status is not equal to "00"
      write action-report-line from output-action-no-file
          after advancing 1 line
      close action-report-file
      move 8 to return-code
   else
      close action-file
      move zero to action-open-count, action-overdue-count,
          action-owner-count, action-done-count,
          action-decision-count, action-closing-count,
          action-noref-count
      sort action-sort-file
          ascending key as-owner
          ascending key as-due-date
          ascending key as-key
          input procedure is action-select-proc
          output procedure is action-print-proc
      if action-noref-count is greater than zero
         perform action-noref-proc
      end-if
      close action-report-file
      move zero to return-code
   end-if
end-if.

*> Release every open action; count the rest of the register for the
*> totals.
action-select-proc.
open input action-file.
move zero to action-eof-switch.
perform action-select-read-proc
    until action-eof-switch is equal to 1.
close action-file.

action-select-read-proc.
read action-file next record
    at end
       move 1 to action-eof-switch
    not at end
       evaluate true
       when ac-type is equal to "ACTION"
            and ac-status is equal to "OPEN"
          move ac-owner to as-owner
          if ac-owner is equal to spaces
             move "(NO OWNER)" to as-owner
          end-if
          move ac-due-date to as-due-date
          if ac-due-date is equal to spaces
             move "99999999" to as-due-date
          end-if
          move ac-key to as-key
          move ac-text to as-text
          release action-sort-record
       when ac-type is equal to "ACTION"
          add 1 to action-done-count
       when ac-type is equal to "DECISION"
          add 1 to action-decision-count
       when other
          add 1 to action-closing-count
          if ac-status is equal to "NOREF"
             add 1 to action-noref-count
          end-if
       end-evaluate
end-read.

action-print-proc.
write action-report-line from output-action-columns
    after advancing 2 lines.
move 3 to action-line-count.
move 1 to action-first-switch.
move zero to action-eof-switch.
perform action-return-proc
    until action-eof-switch is equal to 1.
if action-first-switch is equal to 1
   move output-action-none to action-report-line
   perform action-write-proc
else
   perform action-owner-break-proc
end-if.
move action-open-count to out-act-open.
move action-overdue-count to out-act-overdue.
move action-owner-count to out-act-owners.
write action-report-line from output-action-totals
    after advancing 2 lines.
move action-done-count to out-act-done.
move action-decision-count to out-act-decisions.
move action-closing-count to out-act-closing.
write action-report-line from output-action-register
    after advancing 1 line.

action-return-proc.
return action-sort-file
    at end
       move 1 to action-eof-switch
    not at end
       if action-first-switch is equal to 1
          move zero to action-first-switch
          perform action-owner-start-proc
       else
          if as-owner is not equal to action-cur-owner
             perform action-owner-break-proc
             perform action-owner-start-proc
          end-if
       end-if
       perform action-detail-proc
end-return.

action-owner-start-proc.
move as-owner to action-cur-owner.
move zero to action-owner-open, action-owner-overdue.
move as-owner to out-act-owner.
move spaces to action-report-line.
perform action-write-proc.
move output-action-owner to action-report-line.
perform action-write-proc.

action-detail-proc.
move as-key to action-ref-key.
perform action-ref-edit-proc.
move action-ref-print to out-act-ref.
move action-ref-bus-date to out-act-meeting.
move spaces to out-act-flag.
if as-due-date is equal to "99999999"
   move spaces to out-act-due
else
   move as-due-date to out-act-due
   if as-due-date is less than action-as-of
      move "OVERDUE" to out-act-flag
      add 1 to action-owner-overdue
      add 1 to action-overdue-count
   end-if
end-if.
move as-text to utf8-text.
move 80 to utf8-width.
perform utf8-columns-proc.
move utf8-text(1:190) to out-act-text.
move output-action-line to action-report-line.
perform action-write-proc.
add 1 to action-owner-open.
add 1 to action-open-count.

action-owner-break-proc.
move action-owner-open to out-act-own-open.
move action-owner-overdue to out-act-own-overdue.
move output-action-owner-total to action-report-line.
perform action-write-proc.
add 1 to action-owner-count.

*> The reference an action is known by: doc-id/business date/record
*> number, from the key in action-ref-key into action-ref-print.
action-ref-edit-proc.
move action-ref-rec-no to action-rec-edit.
move zero to action-pos.
inspect action-rec-edit tallying action-pos for leading spaces.
move spaces to action-ref-print.
string action-ref-doc-id delimited by space
       "/" delimited by size
       action-ref-bus-date delimited by size
       "/" delimited by size
       action-rec-edit(action-pos + 1:) delimited by size
       into action-ref-print.

*> CLOSED lines whose reference matched no action, so the secretary
*> can see which closures never took.
action-noref-proc.
move spaces to action-report-line.
perform action-write-proc.
move output-action-noref-header to action-report-line.
perform action-write-proc.
open input action-file.
move zero to action-eof-switch.
perform action-noref-read-proc
    until action-eof-switch is equal to 1.
close action-file.

action-noref-read-proc.
read action-file next record
    at end
       move 1 to action-eof-switch
    not at end
       if ac-type is equal to "CLOSED"
          and ac-status is equal to "NOREF"
          move ac-key to action-ref-key
          perform action-ref-edit-proc
          move action-ref-print to out-act-ref
          move ac-bus-date to out-act-meeting
          move spaces to out-act-due
          move "NOREF" to out-act-flag
          move ac-text to utf8-text
          move 80 to utf8-width
          perform utf8-columns-proc
          move utf8-text(1:190) to out-act-text
          move output-action-line to action-report-line
          perform action-write-proc
       end-if
end-read.

*> Every body line goes out through here, with the heading and column
*> line repeated at the page depth the batch report uses.
action-write-proc.
if action-line-count is greater than or equal to page-depth
   move action-report-line to action-hold-line
   move spaces to action-report-line
   write action-report-line after advancing 1 line
   write action-report-line from output-action-header
       after advancing page
   write action-report-line from output-action-columns
       after advancing 2 lines
   move 3 to action-line-count
   move action-hold-line to action-report-line
end-if.
write action-report-line after advancing 1 line.
add 1 to action-line-count.

*> Backout run (BACKOUT-DOC-ID + BACKOUT-BUS-DATE, or BACKOUT-FILE +
*> BACKOUT-RUN-DATE for a banner-less run): take a run that should
*> never have gone in back out of every standing file. Its trend,
*> reject and watchlist-hit records are removed, its run history and
*> action-register entries deleted, and the catalog entry rolled back
*> to the doc-id's previous run (or deleted when this was its only
*> run); the doc-id's version snapshot is emptied when it is the one
*> a backed-out run left. The audit trail and the extract are not
*> rewritten - they get a compensating BACKOUT audit line per run,
*> and a BACKOUT extract row for every row the MI load took in, for
*> the loader to reverse. The trend history decides: a run not found
*> there is not backed out anywhere.
backout-proc.
open output backout-report-file.
move function current-date(1:8) to out-bo-date.
perform backout-target-proc.
write backout-line from output-backout-header.
if backout-valid-switch is equal to zero
   write backout-line from output-backout-bad
       after advancing 2 lines
   close backout-report-file
   move 8 to return-code
else
   move trendvariable to maint-in-variable
   open input maint-in-file
   if maint-in-status is not equal to "00"
      write backout-line from output-backout-no-trend
          after advancing 2 lines
      close backout-report-file
      move 8 to return-code
   else
      close maint-in-file
      move zero to backout-run-count, backout-whole-count,
          backout-remain-count, backout-kept-switch
      move spaces to backout-first-kept, backout-last-kept
      move "99999999" to backout-first-removed
      move 1 to backout-kind
      perform backout-filter-proc
      if backout-run-count is equal to zero
         write backout-line from output-backout-none
             after advancing 2 lines
         close backout-report-file
         move 4 to return-code
      else
         move 2 to backout-kind
         move rejectsvariable to maint-in-variable
         perform backout-filter-proc
         move 3 to backout-kind
         move watchhitsvariable to maint-in-variable
         perform backout-filter-proc
         perform backout-audit-proc
         perform backout-extract-proc
         perform backout-runhist-proc
         if backout-doc-id is not equal to spaces
            perform backout-catalog-proc
            perform backout-action-proc
            perform backout-version-proc
         end-if
         move zero to out-bo-rc
         write backout-line from output-backout-rc
             after advancing 2 lines
         close backout-report-file
         move zero to return-code
      end-if
   end-if
end-if.

*> Edit the backout parameters and spell them out for the heading: a
*> doc-id needs an eight-digit business date, a file name an
*> eight-digit run date.
backout-target-proc.
move zero to backout-valid-switch.
move spaces to out-bo-target.
if backout-doc-id is not equal to spaces
   if backout-bus-date is numeric
      and (backout-run-date is equal to spaces
        or backout-run-date is numeric)
      move 1 to backout-valid-switch
   end-if
   if backout-run-date is equal to spaces
      string "doc-id " delimited by size
             backout-doc-id delimited by space
             "  business date " delimited by size
             backout-bus-date delimited by size
             "  every run" delimited by size
             into out-bo-target
   else
      string "doc-id " delimited by size
             backout-doc-id delimited by space
             "  business date " delimited by size
             backout-bus-date delimited by size
             "  run date " delimited by size
             backout-run-date delimited by size
             into out-bo-target
   end-if
else
   if backout-run-date is numeric
      move 1 to backout-valid-switch
   end-if
   string "file " delimited by size
          backout-file delimited by space
          "  run date " delimited by size
          backout-run-date delimited by size
          into out-bo-target
end-if.

*> Pass the standing file named in maint-in-variable through the work
*> file, leaving out the run's records (listed on the report), and
*> write the keepers back when anything was taken out. backout-kind
*> says how to read a record: 1 trend, 2 reject, 3 watchlist hit.
backout-filter-proc.
move maint-in-variable to out-bo-sec-file.
open input maint-in-file.
if maint-in-status is not equal to "00"
   move "not present - nothing to remove" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   move "records removed:" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
   open output maint-temp-file
   move zero to backout-removed-count, backout-kept-count
   move zero to maint-eof-switch
   perform backout-copy-proc
       until maint-eof-switch is equal to 1
   close maint-in-file, maint-temp-file
   if backout-removed-count is greater than zero
      open output maint-in-file
      open input maint-temp-file
      move zero to maint-eof-switch
      perform maint-restore-proc
          until maint-eof-switch is equal to 1
      close maint-in-file, maint-temp-file
   end-if
   move "records removed" to out-bo-cnt-text
   move backout-removed-count to out-bo-count
   write backout-line from output-backout-count
       after advancing 1 line
   move "records kept" to out-bo-cnt-text
   move backout-kept-count to out-bo-count
   write backout-line from output-backout-count
       after advancing 1 line
end-if.

backout-copy-proc.
read maint-in-file
    at end
       move 1 to maint-eof-switch
    not at end
       perform backout-identify-proc
       perform backout-match-proc
       if backout-match-switch is equal to 1
          move maint-in-line to out-bo-record
          write backout-line from output-backout-record
              after advancing 1 line
          add 1 to backout-removed-count
          if backout-kind is equal to 1
             perform backout-run-note-proc
          end-if
       else
          write maint-temp-line from maint-in-line
          add 1 to backout-kept-count
          if backout-kind is equal to 1
             perform backout-kept-note-proc
          end-if
       end-if
end-read.

backout-identify-proc.
evaluate backout-kind
when 1
   move maint-in-line to trend-history-line
   move th-doc-id to bm-doc-id
   move th-bus-date to bm-bus-date
   move th-date to bm-run-date
   move th-file to bm-file
when 2
   move maint-in-line to reject-history-line
   move rj-doc-id to bm-doc-id
   move rj-bus-date to bm-bus-date
   move rj-run-date to bm-run-date
   move rj-file to bm-file
when 3
   move maint-in-line to watch-history-line
   move wl-doc-id to bm-doc-id
   move wl-bus-date to bm-bus-date
   move wl-run-date to bm-run-date
   move wl-file to bm-file
end-evaluate.

*> Does the record identified in bm- belong to the run backed out?
backout-match-proc.
move zero to backout-match-switch.
if backout-doc-id is not equal to spaces
   if bm-doc-id is equal to backout-doc-id
      and bm-bus-date is equal to backout-bus-date
      and (backout-run-date is equal to spaces
        or bm-run-date is equal to backout-run-date)
      move 1 to backout-match-switch
   end-if
else
   if bm-doc-id is equal to spaces
      and bm-file is equal to backout-file
      and bm-run-date is equal to backout-run-date
      move 1 to backout-match-switch
   end-if
end-if.

*> A trend record taken out is one run backed out: keep what its
*> audit line will need, and count it against the catalog when it was
*> a whole-document run (a single-section pull never touched it).
backout-run-note-proc.
add 1 to backout-run-count.
if backout-run-count is not greater than 50
   move th-file to br-file(backout-run-count)
   move th-date to br-run-date(backout-run-count)
   move th-doc-id to br-doc-id(backout-run-count)
   move th-bus-date to br-bus-date(backout-run-count)
   move th-senten to br-senten(backout-run-count)
   move th-words to br-words(backout-run-count)
   move th-chars to br-chars(backout-run-count)
   move th-numbers to br-numbers(backout-run-count)
end-if.
if th-mode is not equal to "SECTION"
   add 1 to backout-whole-count
   if th-date is less than backout-first-removed
      move th-date to backout-first-removed
   end-if
end-if.

*> A whole-document run of the same doc-id that stays: the last one
*> is the run the catalog goes back to, the first one its first-seen
*> date; one under the same business date keeps the register entries.
backout-kept-note-proc.
if backout-doc-id is not equal to spaces
   and th-doc-id is equal to backout-doc-id
   and th-mode is not equal to "SECTION"
   move maint-in-line to backout-last-kept
   move 1 to backout-kept-switch
   if backout-first-kept is equal to spaces
      move th-date to backout-first-kept
   end-if
   if th-bus-date is equal to backout-bus-date
      add 1 to backout-remain-count
   end-if
end-if.

*> One compensating BACKOUT audit line per run taken out, carrying the
*> figures the run had logged.
backout-audit-proc.
move auditvariable to out-bo-sec-file.
move "compensating lines written:" to out-bo-sec-text.
write backout-line from output-backout-section
    after advancing 2 lines.
open extend audit-file.
if audit-file-status is equal to "35"
   open output audit-file
   close audit-file
   open extend audit-file
end-if.
perform varying backout-sub from 1 by 1
    until backout-sub is greater than backout-run-count
       or backout-sub is greater than 50
   move function current-date(1:8) to out-audit-date
   move function current-date(9:6) to out-audit-time
   move br-file(backout-sub) to out-audit-file
   move "BACKOUT  " to out-audit-status
   compute out-audit-senten = function numval(br-senten(backout-sub))
   compute out-audit-words = function numval(br-words(backout-sub))
   compute out-audit-chars = function numval(br-chars(backout-sub))
   compute out-audit-numbers =
       function numval(br-numbers(backout-sub))
   move br-doc-id(backout-sub) to out-audit-doc-id
   move br-bus-date(backout-sub) to out-audit-bus-date
   write audit-line from output-audit-line
   move output-audit-line to out-bo-record
   write backout-line from output-backout-record
       after advancing 1 line
end-perform.
close audit-file.
if backout-run-count is greater than 50
   move "more than 50 runs - only the first 50 have an audit line"
       to out-bo-note
   write backout-line from output-backout-note
       after advancing 1 line
end-if.

*> The MI load has already taken the run's extract rows in, so each
*> one is answered by a copy marked BACKOUT in the reconciliation
*> column for the loader to reverse. Only rows of a run taken out of
*> the trend history in this pass are reversed - without a run date
*> the parameters also match a run an earlier backout took out - and
*> a first pass counts the BACKOUT rows already on the extract per
*> run, so a run's rows reversed before are not reversed twice. The
*> copies are gathered in the work file and appended once the extract
*> has been read through.
backout-extract-proc.
move extractvariable to out-bo-sec-file.
open input extract-file.
if extract-file-status is not equal to "00"
   move "not present - nothing to reverse" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   move "rows reversed:" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
   perform varying backout-sub from 1 by 1
       until backout-sub is greater than 50
      move zero to br-reversed(backout-sub)
   end-perform
   move zero to backout-eof-switch
   perform backout-extract-count-proc
       until backout-eof-switch is equal to 1
   close extract-file
   open input extract-file
   open output maint-temp-file
   move zero to backout-removed-count, backout-already-count
   move zero to backout-eof-switch
   perform backout-extract-read-proc
       until backout-eof-switch is equal to 1
   close extract-file, maint-temp-file
   if backout-removed-count is greater than zero
      open extend extract-file
      open input maint-temp-file
      move zero to maint-eof-switch
      perform backout-extract-copy-proc
          until maint-eof-switch is equal to 1
      close extract-file, maint-temp-file
   end-if
   move "rows reversed" to out-bo-cnt-text
   move backout-removed-count to out-bo-count
   write backout-line from output-backout-count
       after advancing 1 line
   move "rows already reversed" to out-bo-cnt-text
   move backout-already-count to out-bo-count
   write backout-line from output-backout-count
       after advancing 1 line
end-if.

backout-extract-count-proc.
read extract-file
    at end
       move 1 to backout-eof-switch
    not at end
       perform backout-extract-split-proc
       if bx-field(11) is equal to "BACKOUT"
          perform backout-run-find-proc
          if backout-run-sub is greater than zero
             add 1 to br-reversed(backout-run-sub)
          end-if
       end-if
end-read.

backout-extract-read-proc.
read extract-file
    at end
       move 1 to backout-eof-switch
    not at end
       perform backout-extract-split-proc
       move bx-field(13) to bm-doc-id
       move bx-field(14) to bm-bus-date
       move bx-field(1) to bm-run-date
       move bx-field(2) to bm-file
       perform backout-match-proc
       if backout-match-switch is equal to 1
          and bx-field(11) is not equal to "BACKOUT"
          perform backout-run-find-proc
          if backout-run-sub is greater than zero
             if br-reversed(backout-run-sub) is greater than zero
                subtract 1 from br-reversed(backout-run-sub)
                add 1 to backout-already-count
             else
                perform backout-extract-build-proc
                write maint-temp-line
                move extract-line to out-bo-record
                write backout-line from output-backout-record
                    after advancing 1 line
                add 1 to backout-removed-count
             end-if
          end-if
       end-if
end-read.

*> Take the extract row in hand apart at its delimiters.
backout-extract-split-proc.
move spaces to backout-extract-fields.
move zero to bx-count.
unstring extract-line delimited by "|"
    into bx-field(1), bx-field(2), bx-field(3), bx-field(4),
         bx-field(5), bx-field(6), bx-field(7), bx-field(8),
         bx-field(9), bx-field(10), bx-field(11), bx-field(12),
         bx-field(13), bx-field(14)
    tallying in bx-count.

*> Which run taken out this pass, if any, the extract row belongs to:
*> same run date, file, doc-id and business date. Zero for none.
backout-run-find-proc.
move zero to backout-run-sub.
perform varying backout-sub from 1 by 1
    until backout-sub is greater than backout-run-count
       or backout-sub is greater than 50
       or backout-run-sub is greater than zero
   if br-run-date(backout-sub) is equal to bx-field(1)
      and br-file(backout-sub) is equal to bx-field(2)
      and br-doc-id(backout-sub) is equal to bx-field(13)
      and br-bus-date(backout-sub) is equal to bx-field(14)
      move backout-sub to backout-run-sub
   end-if
end-perform.

*> The reversal row: the row as loaded, BACKOUT in column 11.
backout-extract-build-proc.
move spaces to maint-temp-line.
move 1 to bx-pointer.
perform varying bx-sub from 1 by 1
    until bx-sub is greater than bx-count
   if bx-sub is greater than 1
      string "|" delimited by size
          into maint-temp-line with pointer bx-pointer
   end-if
   if bx-sub is equal to 11
      string "BACKOUT" delimited by size
          into maint-temp-line with pointer bx-pointer
   else
      string bx-field(bx-sub) delimited by space
          into maint-temp-line with pointer bx-pointer
   end-if
end-perform.

backout-extract-copy-proc.
read maint-temp-file
    at end
       move 1 to maint-eof-switch
    not at end
       write extract-line from maint-temp-line
end-read.

*> The run's keyed history records: by key for a doc-id, through the
*> file-name alternate key for a banner-less run.
backout-runhist-proc.
move runhistvariable to out-bo-sec-file.
open i-o runhist-file.
if runhist-file-status is not equal to "00"
   move "not present - nothing to delete" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   move "records deleted:" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
   move zero to backout-removed-count
   move zero to runhist-eof-switch
   if backout-doc-id is not equal to spaces
      move backout-doc-id to rh-doc-id
      move backout-bus-date to rh-bus-date
      move spaces to rh-run-date
      move zero to rh-run-seq
      start runhist-file key is not less than rh-key
          invalid key
             move 1 to runhist-eof-switch
      end-start
   else
      move backout-file to rh-file
      start runhist-file key is equal to rh-file
          invalid key
             move 1 to runhist-eof-switch
      end-start
   end-if
   perform backout-runhist-read-proc
       until runhist-eof-switch is equal to 1
   close runhist-file
   move "records deleted" to out-bo-cnt-text
   move backout-removed-count to out-bo-count
   write backout-line from output-backout-count
       after advancing 1 line
end-if.

backout-runhist-read-proc.
read runhist-file next record
    at end
       move 1 to runhist-eof-switch
    not at end
       if backout-doc-id is not equal to spaces
          if rh-doc-id is not equal to backout-doc-id
             or rh-bus-date is not equal to backout-bus-date
             move 1 to runhist-eof-switch
          end-if
       else
          if rh-file is not equal to backout-file
             move 1 to runhist-eof-switch
          end-if
       end-if
       if runhist-eof-switch is equal to zero
          move rh-doc-id to bm-doc-id
          move rh-bus-date to bm-bus-date
          move rh-run-date to bm-run-date
          move rh-file to bm-file
          perform backout-match-proc
          if backout-match-switch is equal to 1
             move spaces to out-bo-record
             string rh-doc-id " " rh-bus-date " " rh-run-date " "
                    rh-run-seq " " rh-file
                 delimited by size into out-bo-record
             delete runhist-file record
             write backout-line from output-backout-record
                 after advancing 1 line
             add 1 to backout-removed-count
          end-if
       end-if
end-read.

*> Roll the doc-id's catalog entry back: one run fewer for every
*> whole-document run taken out, the latest figures from the last run
*> left in the trend history, and first-seen moved on if the first
*> run went. With no run left the entry is deleted, or - when its
*> names are locked - emptied back to its state after a maintenance
*> ADD. A retired or merged entry is maintenance's business and is
*> left alone.
backout-catalog-proc.
move catalogvariable to out-bo-sec-file.
open i-o catalog-file.
if catalog-file-status is not equal to "00"
   move "not present - nothing to roll back" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   move "entry rolled back:" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
   move backout-doc-id to cat-doc-id
   move zero to catalog-found-switch
   read catalog-file
       invalid key
          continue
       not invalid key
          move 1 to catalog-found-switch
   end-read
   if catalog-found-switch is equal to 1
      perform backout-catalog-entry-proc
   else
      move "(doc-id not in the catalog)" to out-bo-note
      write backout-line from output-backout-note
          after advancing 1 line
   end-if
   close catalog-file
end-if.

backout-catalog-entry-proc.
move catalog-record to ctm-image-record.
move "before" to ctm-image-label.
perform catalog-image-edit-proc.
write backout-line from output-ctm-image-line
    after advancing 1 line.
evaluate true
when cat-status is not equal to space
   move "retired or merged entry - left as it is" to out-bo-note
   write backout-line from output-backout-note
       after advancing 1 line
when backout-whole-count is equal to zero
   move "no whole-document run taken out - entry unchanged"
       to out-bo-note
   write backout-line from output-backout-note
       after advancing 1 line
*> No run left, but the names were set by maintenance: the entry goes
*> back to how the ADD left it, ready for the next run, instead of
*> being re-created from the header's names.
when cat-run-count is not greater than backout-whole-count
   and cat-name-lock is equal to "Y"
   move zero to cat-run-count
   move spaces to cat-first-seen, cat-last-run
   move zero to cat-last-senten, cat-last-words, cat-last-grade
   rewrite catalog-record
   move catalog-record to ctm-image-record
   move "after" to ctm-image-label
   perform catalog-image-edit-proc
   write backout-line from output-ctm-image-line
       after advancing 1 line
when cat-run-count is not greater than backout-whole-count
   delete catalog-file record
   move spaces to ctm-image-record
   move "after" to ctm-image-label
   perform catalog-image-edit-proc
   write backout-line from output-ctm-image-line
       after advancing 1 line
when other
   subtract backout-whole-count from cat-run-count
   if backout-kept-switch is equal to 1
      move backout-last-kept to trend-history-line
      move th-date to cat-last-run
      compute cat-last-senten = function numval(th-senten)
      compute cat-last-words = function numval(th-words)
      compute cat-last-grade = function numval(th-grade)
      if backout-first-removed is equal to cat-first-seen
         and backout-first-kept is greater than cat-first-seen
         move backout-first-kept to cat-first-seen
      end-if
   else
      move "previous run no longer in the trend history - figures kept"
          to out-bo-note
      write backout-line from output-backout-note
          after advancing 1 line
   end-if
   rewrite catalog-record
   move catalog-record to ctm-image-record
   move "after" to ctm-image-label
   perform catalog-image-edit-proc
   write backout-line from output-ctm-image-line
       after advancing 1 line
end-evaluate.
move spaces to ctm-image-label.

*> The meeting's action-register entries go once no run of the doc-id
*> and business date is left; an action one of its CLOSED lines had
*> closed is opened again.
backout-action-proc.
move actionvariable to out-bo-sec-file.
if backout-remain-count is greater than zero
   move "kept - a run of this meeting remains" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   open i-o action-file
   if action-file-status is not equal to "00"
      move "not present - nothing to delete" to out-bo-sec-text
      write backout-line from output-backout-section
          after advancing 2 lines
   else
      move "entries deleted:" to out-bo-sec-text
      write backout-line from output-backout-section
          after advancing 2 lines
      move zero to backout-removed-count, backout-reopen-count
      move zero to action-eof-switch
      move backout-doc-id to ac-doc-id
      move backout-bus-date to ac-bus-date
      move zero to ac-rec-no
      start action-file key is not less than ac-key
          invalid key
             move 1 to action-eof-switch
      end-start
      perform backout-action-read-proc
          until action-eof-switch is equal to 1
      close action-file
      move "entries deleted" to out-bo-cnt-text
      move backout-removed-count to out-bo-count
      write backout-line from output-backout-count
          after advancing 1 line
      move "actions opened again" to out-bo-cnt-text
      move backout-reopen-count to out-bo-count
      write backout-line from output-backout-count
          after advancing 1 line
   end-if
end-if.

backout-action-read-proc.
read action-file next record
    at end
       move 1 to action-eof-switch
    not at end
       if ac-doc-id is not equal to backout-doc-id
          or ac-bus-date is not equal to backout-bus-date
          move 1 to action-eof-switch
       else
          move action-record to action-image
          delete action-file record
          move ai-key to action-ref-key
          perform action-ref-edit-proc
          move spaces to out-bo-record
          string action-ref-print delimited by "  "
                 " " delimited by size
                 ai-type delimited by size
                 ai-status delimited by size
                 " " delimited by size
                 ai-text delimited by size
                 into out-bo-record
          write backout-line from output-backout-record
              after advancing 1 line
          add 1 to backout-removed-count
          if ai-type is equal to "CLOSED"
             and ai-status is equal to "DONE"
             perform backout-reopen-proc
             move ai-key to ac-key
             start action-file key is greater than ac-key
                 invalid key
                    move 1 to action-eof-switch
             end-start
          end-if
       end-if
end-read.

backout-reopen-proc.
move ai-link-key to ac-key.
read action-file
    invalid key
       continue
    not invalid key
       if ac-type is equal to "ACTION"
          and ac-status is equal to "DONE"
          and ac-link-key is equal to ai-key
          move "OPEN" to ac-status
          move spaces to ac-closed-date, ac-link-key
          rewrite action-record
          move ac-key to action-ref-key
          perform action-ref-edit-proc
          move spaces to out-bo-record
          string "opened again: " delimited by size
                 action-ref-print delimited by "  "
                 into out-bo-record
          write backout-line from output-backout-record
              after advancing 1 line
          add 1 to backout-reopen-count
       end-if
end-read.

*> The doc-id's version snapshot (<doc-id>.VER, its concordance in
*> <doc-id>.VCN) holds only the latest run, so there is no earlier
*> generation to go back to. When its heading names a run taken out
*> (run date and business date) both files are emptied: the next run
*> of the doc-id then reports itself the baseline instead of being
*> compared against a version that never stood. A snapshot left by
*> any other run is kept.
backout-version-proc.
move spaces to versionvariable, verconcvariable.
string backout-doc-id delimited by space
       ".VER" delimited by size
       into versionvariable.
string backout-doc-id delimited by space
       ".VCN" delimited by size
       into verconcvariable.
move versionvariable to out-bo-sec-file.
move zero to backout-version-switch.
open input version-file.
if version-file-status is not equal to "00"
   move "not present - nothing to take back" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
else
   move "version snapshot:" to out-bo-sec-text
   write backout-line from output-backout-section
       after advancing 2 lines
   read version-file
       at end
          continue
       not at end
          if verh-eyecatcher is equal to "VERSION"
             move 1 to backout-version-switch
          end-if
   end-read
   close version-file
   if backout-version-switch is equal to zero
      move "(empty - no version heading)" to out-bo-note
      write backout-line from output-backout-note
          after advancing 1 line
   else
      move spaces to out-bo-record
      string "heading: run date " delimited by size
             verh-run-date delimited by size
             "  business date " delimited by size
             verh-bus-date delimited by size
             into out-bo-record
      write backout-line from output-backout-record
          after advancing 1 line
      move zero to backout-match-switch
      perform varying backout-sub from 1 by 1
          until backout-sub is greater than backout-run-count
             or backout-sub is greater than 50
         if br-run-date(backout-sub) is equal to verh-run-date
            and br-bus-date(backout-sub) is equal to verh-bus-date
            move 1 to backout-match-switch
         end-if
      end-perform
      if backout-match-switch is equal to 1
         open output version-file
         close version-file
         open output version-conc-file
         close version-conc-file
         move spaces to out-bo-note
         string "left by a run taken out - emptied, with "
                    delimited by size
                verconcvariable delimited by space
                into out-bo-note
         write backout-line from output-backout-note
             after advancing 1 line
         move "next run of the doc-id is the comparison baseline"
             to out-bo-note
         write backout-line from output-backout-note
             after advancing 1 line
      else
         move "left by a run that stays - kept" to out-bo-note
         write backout-line from output-backout-note
             after advancing 1 line
      end-if
   end-if
end-if.

*> Retention-maintenance run: age each standing history file against
*> the cutoff (today minus the retention period) and account for
*> every record in the purge report. Trend and audit records are aged
move jobsummaryvariable to maint-in-variable.
move zero to maint-dated-switch.
perform maint-one-file-proc.
perform maint-runhist-proc.
close purge-report-file.

*> Age one standing file: keepers pass through the work file and are
    not at end
       write maint-in-line from maint-temp-line
end-read.

*> Age the keyed run history by the same rule as TREND.TXT: a run
*> dated before the cutoff is deleted. The trend archive written just
*> above already holds the same runs, so nothing is lost that the
*> load run could not put back.
maint-runhist-proc.
open i-o runhist-file.
if runhist-file-status is not equal to "00"
   move runhistvariable to out-pmiss-file
   write purge-line from output-purge-missing
else
   move zero to maint-kept-count
   move zero to maint-arch-count
   move "99999999" to maint-min-date
   move "00000000" to maint-max-date
   move zero to runhist-eof-switch
   perform maint-runhist-read-proc
       until runhist-eof-switch is equal to 1
   close runhist-file
   move runhistvariable to out-purge-file
   move maint-kept-count to out-purge-kept
   move maint-arch-count to out-purge-arch
   move "(deleted - see trend archive)" to out-purge-arch-name
   if maint-arch-count is greater than zero
      move maint-min-date to out-purge-min
      move maint-max-date to out-purge-max
   else
      move spaces to out-purge-min
      move spaces to out-purge-max
   end-if
   write purge-line from output-purge-line
end-if.

maint-runhist-read-proc.
read runhist-file next record
    at end
       move 1 to runhist-eof-switch
    not at end
       if rh-run-date is numeric
          and rh-run-date is less than maint-cutoff-date
          delete runhist-file record
          add 1 to maint-arch-count
          if rh-run-date is less than maint-min-date
             move rh-run-date to maint-min-date
          end-if
          if rh-run-date is greater than maint-max-date
             move rh-run-date to maint-max-date
          end-if
       else
          add 1 to maint-kept-count
       end-if
end-read.

*> One-time run-history load (RUNHIST-LOAD = YES): build the keyed
*> file afresh from TREND.TXT and every trend archive named in the
*> load list, one run-history record per dated trend record. Rerun
*> it and the file is rebuilt, not added to.
runhist-load-proc.
open output histload-report-file.
move function current-date(1:8) to out-hl-date.
move runhistvariable to out-hl-target.
write histload-line from output-histload-header.
open output runhist-file.
if runhist-file-status is not equal to "00"
   write histload-line from output-histload-fail
       after advancing 2 lines
   close histload-report-file
   move 8 to return-code
else
*> Reopened for update so a run sequence already taken can be
*> detected and the next one used - the trend history is in run date
*> order, not key order.
   close runhist-file
   open i-o runhist-file
   move zero to histload-file-count
   move zero to histload-total-count
   move trendvariable to maint-in-variable
   perform runhist-load-file-proc
   open input histload-list-file
   if histload-list-status is equal to "00"
      move zero to histload-eof-switch
      perform runhist-load-list-proc
          until histload-eof-switch is equal to 1
      close histload-list-file
   end-if
   close runhist-file
   move histload-file-count to out-hl-files
   move histload-total-count to out-hl-total
   write histload-line from output-histload-total
       after advancing 2 lines
   close histload-report-file
   move zero to return-code
end-if.

runhist-load-list-proc.
read histload-list-file
    at end
       move 1 to histload-eof-switch
    not at end
       if histload-list-line is not equal to spaces
          and histload-list-line(1:1) is not equal to "*"
          move histload-list-line(1:30) to maint-in-variable
          perform runhist-load-file-proc
       end-if
end-read.

*> Load one trend file. A record that does not open with a yyyymmdd
*> run date is not a trend record and is skipped, counted.
runhist-load-file-proc.
open input maint-in-file.
if maint-in-status is not equal to "00"
   move maint-in-variable to out-hlm-file
   write histload-line from output-histload-missing
       after advancing 1 line
else
   add 1 to histload-file-count
   move zero to histload-read-count
   move zero to histload-loaded-count
   move zero to histload-skipped-count
   move zero to maint-eof-switch
   perform runhist-load-read-proc
       until maint-eof-switch is equal to 1
   close maint-in-file
   move maint-in-variable to out-hl-file
   move histload-read-count to out-hl-read
   move histload-loaded-count to out-hl-loaded
   move histload-skipped-count to out-hl-skipped
   write histload-line from output-histload-line
       after advancing 1 line
end-if.

runhist-load-read-proc.
read maint-in-file into trend-history-line
    at end
       move 1 to maint-eof-switch
    not at end
       add 1 to histload-read-count
       if th-date is numeric
          perform runhist-from-trend-proc
          add 1 to histload-loaded-count
          add 1 to histload-total-count
       else
          add 1 to histload-skipped-count
       end-if
end-read.

*> One run-history record from the trend record in trend-history-line
*> - for the load run, and for the stream merge as it hands each
*> stream's trend records to the standing files.
runhist-from-trend-proc.
move th-doc-id to rh-doc-id.
move th-bus-date to rh-bus-date.
move th-date to rh-run-date.
move th-file to rh-file.
compute rh-senten = function numval(th-senten).
compute rh-words = function numval(th-words).
compute rh-chars = function numval(th-chars).
compute rh-numbers = function numval(th-numbers).
if th-ease is equal to spaces
   move zero to rh-ease
else
   compute rh-ease = function numval(th-ease)
end-if.
if th-grade is equal to spaces
   move zero to rh-grade
else
   compute rh-grade = function numval(th-grade)
end-if.
move th-mode to rh-mode.
perform runhist-put-proc.

*> One-time catalog conversion (CATALOG-CONVERT = YES): the catalog
*> record grew the maintenance status, merged-into, status-date and
*> name-lock fields, so a catalog written before then no longer opens
*> under the current layout. Rename it to CATALOG.OLD (or name it with
*> CATALOG-OLD-FILE) and this run builds CATALOG.DAT afresh from it,
*> every entry live and unlocked with blank status fields. Rerun it
*> and the new catalog is rebuilt, not added to.
catalog-convert-proc.
open output catconv-report-file.
move function current-date(1:8) to out-cc-date.
move catoldvariable to out-cc-old.
move catalogvariable to out-cc-new.
write catconv-line from output-catconv-header.
open input catalog-old-file.
if catalog-old-status is not equal to "00"
   move catalog-old-status to out-cc-old-status
   write catconv-line from output-catconv-no-old
       after advancing 2 lines
   close catconv-report-file
   move 8 to return-code
else
   open output catalog-file
   if catalog-file-status is not equal to "00"
      write catconv-line from output-catconv-no-new
          after advancing 2 lines
      close catalog-old-file
      close catconv-report-file
      move 8 to return-code
   else
      move zero to catconv-read-count, catconv-written-count,
          catconv-dup-count
      move zero to catalog-eof-switch
      perform catalog-convert-read-proc
          until catalog-eof-switch is equal to 1
      close catalog-old-file, catalog-file
      move catconv-read-count to out-cc-read
      move catconv-written-count to out-cc-written
      move catconv-dup-count to out-cc-dups
      write catconv-line from output-catconv-total
          after advancing 2 lines
      close catconv-report-file
      move zero to return-code
   end-if
end-if.

catalog-convert-read-proc.
read catalog-old-file
    at end
       move 1 to catalog-eof-switch
    not at end
       add 1 to catconv-read-count
       perform catalog-convert-entry-proc
end-read.

catalog-convert-entry-proc.
move spaces to catalog-record.
move co-doc-id to cat-doc-id.
move co-author to cat-author.
move co-title to cat-title.
move co-first-seen to cat-first-seen.
move co-last-run to cat-last-run.
move co-run-count to cat-run-count.
move co-last-senten to cat-last-senten.
move co-last-words to cat-last-words.
move co-last-grade to cat-last-grade.
*> The old layout had no maintenance status and no name lock: every
*> entry comes across live, its names still taken from the headers.
move space to cat-status.
move space to cat-name-lock.
move "CONVERTED" to out-cc-result.
write catalog-record
    invalid key
       move "DUPLICATE" to out-cc-result
       add 1 to catconv-dup-count
    not invalid key
       add 1 to catconv-written-count
end-write.
move cat-doc-id to out-cc-doc-id.
move cat-author to out-cc-author.
move cat-title to out-cc-title.
move cat-run-count to out-cc-runs.
write catconv-line from output-catconv-line
    after advancing 1 line.
