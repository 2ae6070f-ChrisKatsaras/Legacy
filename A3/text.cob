*>7.Report retention: every run's report is archived under a
*>  date-and-time-stamped name and cataloged in RUNCATLG.TXT, so
*>  reprints for auditors no longer need a rerun
*>8.Document intake register: every input is looked up on DOCREG.DAT
*>  (through DOCLOOK) before it is analyzed; a document that is not
*>  registered, or whose entry is inactive, is refused and audited
*>  with status REFUSED, in single, list and A3PARM.TXT modes alike
*>9.Testimony analysis: "Q."/"A." lines and speaker labels in
*>  deposition transcripts are followed turn by turn - question and
*>  answer counts, answer lengths (average and longest, with its
*>  line) and each speaker's turns and words
*>10.Corpus vocabulary: every successfully analyzed document's word
*>  list is folded into the VOCABMST.DAT vocabulary master (through
*>  VOCUPD), for the VOCRPT new-terminology report
*>11.Statistics journal: a master change STATHIST could not write to
*>  the STATJRNL.TXT recovery journal is reported
*>12.Court transcript format: on request the echoed document is
*>  numbered 25 lines to a transcript page (apart from the report's
*>  own pagination) and the report ends with an alphabetical word
*>  index giving the page:line of every line each word appears on,
*>  built by the engine from the same words as the counts
*>13.List-mode audit: every document a list run analyzes now gets its
*>  own SUCCESS audit line with its own counts, as rejected, refused
*>  and unreadable entries already did; the run's line under the list
*>  file is marked LISTRUN, carries the combined totals and the number
*>  of documents analyzed, and is no longer a SUCCESS of its own

identification division.
program-id. A3text.
select eojFile assign to "EOJSUMM.TXT"
	organization is line sequential
	file status is eoj-file-status.
select indexFile assign to "INDEXWRK.TXT"
	organization is line sequential
	file status is index-file-status.

data division.
file section.
fd eojFile.
	01 eoj-text	pic x(120).

*>Layout of the TXTPARSE "I" word index
fd indexFile.
	01 index-record.
	   02 ix-word	pic x(30).
	   02 ix-count	pic 9(6).
	   02 ix-line	pic 9(7).

working-storage section.
01 storage	pic x(3000).
01 file-name  pic x(50).
   02  filler        pic x(18) value "End of Job Summary".
*>Unattended parameter-file mode (the A3PARM.TXT equivalent of the
*>CONTROL.TXT file TEXT-STATS reads): one comma-delimited record of
*>list-flag,input-or-list-name,output-name,csv-flag,csv-name[,court-flag]
77 parm-file-status pic xx.
77 parm-mode-flag pic x value "N".
77 parm-input-name pic x(50).
*>which archives each run's report under a date-and-time-stamped
*>name and registers it in the RUNCATLG.TXT catalog
copy "rptacomm.cpy".
*>Communication area for the DOCLOOK document register lookup, which
*>decides whether a document may be analyzed at all
copy "doclcomm.cpy".
*>Communication area for the VOCUPD corpus vocabulary keeper
copy "voccomm.cpy".
*>Structures for write to file
01 output-line.
   02  filler        pic x(41) value "-------------------".
01 rejected-line.
   02  filler        pic x(48)
	value "DOCUMENT REJECTED - SEE EXCEPTIONS REPORT".
01 refused-line.
   02  filler        pic x(19) value "DOCUMENT REFUSED - ".
   02  refused-reason pic x(50).
01 cleansed-line.
   02  filler        pic x(35) value "Input exceptions cleansed =        ".
   02  cleansed-count pic z(6)9.
01 longest-para-start-line.
   02  filler        pic x(35) value "Longest paragraph starts at line = ".
   02  longest-para-line-no pic z(9)9.
01 testimony-header-line.
   02  filler        pic x(18) value "Testimony Analysis".
01 testimony-line.
   02  tl-label      pic x(35).
   02  tl-count      pic z(9)9.
01 avg-answer-line.
   02  filler        pic x(35) value "Average words/answer =             ".
   02  average-answer pic z(10)9.99.
01 no-turns-line.
   02  filler        pic x(41) value "No question/answer or speaker turns found".
01 speaker-header-line.
   02  filler        pic x(30) value "Speaker".
   02  filler        pic x(10) value "     Turns".
   02  filler        pic x(10) value "     Words".
01 speaker-line.
   02  sp-name       pic x(30).
   02  sp-turns      pic z(9)9.
   02  sp-words      pic z(9)9.
01 speakers-shown-line.
   02  filler         pic x(6) value "NOTE: ".
   02  speaker-total  pic z(4)9.
   02  filler         pic x(37) value " speakers found, the busiest 20 shown".
01 untracked-turns-line.
   02  filler         pic x(6) value "NOTE: ".
   02  untracked-count pic z(6)9.
   02  filler         pic x(43)
	value " turns of speakers beyond the table limit".
01 word-freq-header-line.
   02  filler        pic x(30) value "Top 20 Most Frequent Words".
01 word-freq-line.
01 warning-chars-line.
   02  filler        pic x(36) value "WARNING: CHAR COUNT OFF CONTROL BY ".
   02  warn-char-diff pic -(7)9.
*>Court transcript format (asked for by the sixth A3PARM.TXT field or
*>at the prompt): the echo is numbered 25 lines to a transcript page,
*>counted apart from the report's own pages and by document line (the
*>unnumbered rest of an overlong line stays with its number), and each
*>document's section ends with a page:line word index
77 court-format-flag pic x value "N".
77 court-lines-per-page pic 9(3) value 25.
01 court-page-no pic 9(5) value zero.
01 court-line-no pic 9(3) value zero.
77 echo-continuation-switch pic 9 value zero.
77 index-file-status pic xx.
77 index-eof-switch pic 9 value 1.
01 index-word pic x(30).
01 court-ref-page pic 9(5).
01 court-ref-line pic 9(3).
01 ref-page-edit pic z(4)9.
01 ref-line-edit pic z9.
01 ref-text pic x(10).
01 ref-text-len pic 9(3).
01 ref-pointer pic 9(3).
01 court-page-line.
   02  filler        pic x(60) value spaces.
   02  filler        pic x(16) value "Transcript page ".
   02  cp-page       pic z(3)9.
01 court-echo-line.
   02  ce-line-no    pic z9 blank when zero.
   02  filler        pic x(2) value spaces.
   02  ce-text       pic x(2996).
01 word-index-header-line.
   02  filler        pic x(10) value "Word Index".
01 word-index-column-line.
   02  filler        pic x(30) value "Word".
   02  filler        pic x(8) value "Occurs".
   02  filler        pic x(20) value "Transcript page:line".
01 word-index-line.
   02  il-word       pic x(30).
   02  il-count      pic z(5)9 blank when zero.
   02  filler        pic x(2) value spaces.
   02  il-refs       pic x(42).
01 index-total-line.
   02  it-label      pic x(35).
   02  it-count      pic z(9)9.
01 unindexed-refs-line.
   02  filler         pic x(6) value "NOTE: ".
   02  unindexed-count pic z(6)9.
   02  filler         pic x(45)
	value " line references beyond the index table limit".
01 no-index-line.
   02  filler        pic x(31) value "Word index not written, status ".
   02  no-index-status pic xx.
*>Audit trail (shared log appended to at end of every run; record
*>layout shared with TEXT-STATS and the AUDITRPT report program)
77 audit-file-status pic xx.
		perform writeCombinedTotals
	else
		add 1 to files-attempted
		perform checkDocumentRegister
		if DOCL-STATUS is not equal to "00"
			add 1 to files-skipped
			perform raiseSkippedCode
			perform writeRefusedSection
		else
			perform processFile
			if PC-STATUS is equal to "RJ"
				add 1 to files-skipped
				perform raiseSkippedCode
				perform writeRejectedSection
			else
				add 1 to files-processed
				perform computeDerivedStats
				perform updateStatHistory
				perform updateVocabulary
				perform reconcileControlTotal
				perform fileWrite
			end-if
		end-if
		close textFile
	end-if
    	end-if
    	open output csvFile
    end-if
    *>Optionally number the echo in court transcript format and end the
    *>report with a page:line word index
    if parm-mode-flag is not equal to "Y"
    	display "Do you want court transcript numbering and a word index? (Y/N)"
    	accept court-format-flag
    end-if
    if court-format-flag is equal to "Y" or court-format-flag is equal to "y"
    	move "Y" to court-format-flag
    else
    	move "N" to court-format-flag
    end-if
    *>An optional control-total manifest only makes sense against a single
    *>document, not a batch of unrelated ones, so it is skipped in list mode
    if batch-mode-flag is not equal to "Y"
*>overnight scheduler can run this program unattended.  The record
*>carries the same answers the prompts would have collected:
*>    list-flag,input-or-list-name,output-name,csv-flag,csv-name
*>and, optionally, a sixth court-format flag (Y for court transcript
*>numbering and the word index).
*>When the file is absent the program falls back to the prompts.
loadParmFile.
	move "N" to parm-mode-flag
				continue
			not at end
				move spaces to parm-input-name, out-name, csv-name
				move "N" to csv-flag, court-format-flag
				unstring parm-record delimited by ","
					into batch-mode-flag, parm-input-name,
						out-name, csv-flag, csv-name,
						court-format-flag
				end-unstring
				if parm-input-name is equal to spaces
						or out-name is equal to spaces
*>(so this program and TEXT-STATS always agree on the numbers)
processFile.
	move 1 to eof-switch
	move zero to court-page-no, echo-continuation-switch
	move court-lines-per-page to court-line-no
	perform echoLoop until eof-switch = 0
	move "F" to PC-FUNCTION
	move file-name to PC-INPUT-NAME
			move zero to eof-switch
		not at end
			perform cleanseEchoLine
			if court-format-flag is equal to "Y"
				perform echoCourtLine
			else
				move storage to print-line
				perform printLine
			end-if
	end-read.

*>Court format: each document line gets its transcript line number,
*>and every 25th opens a new transcript page.  A record read with
*>status 06 is only the first part of an overlong line, so the part
*>that follows goes out unnumbered, as do the last columns of a
*>full-width line, which the number pushes past the record's end.
echoCourtLine.
	if echo-continuation-switch is equal to zero
		if court-line-no >= court-lines-per-page
			add 1 to court-page-no
			move zero to court-line-no
			move court-page-no to cp-page
			move court-page-line to print-line
			perform printLine
		end-if
		add 1 to court-line-no
		move court-line-no to ce-line-no
	else
		move zero to ce-line-no
	end-if
	if file-status is equal to "06"
		move 1 to echo-continuation-switch
	else
		move zero to echo-continuation-switch
	end-if
	move storage to ce-text
	move court-echo-line to print-line
	perform printLine
	if storage(2997:4) is not equal to spaces
		move zero to ce-line-no
		move storage(2997:4) to ce-text
		move court-echo-line to print-line
		perform printLine
	end-if.

*>Tabs and control characters in the raw input would corrupt the
*>echoed report (and the engine normalizes them out of the counts
*>anyway), so the echo gets the same treatment
			display "Statistics history not updated, status "
				HC-STATUS ": " file-name
		end-if
		if HC-JOURNAL-STATUS is not equal to "00"
			display "Statistics journal not written, status "
				HC-JOURNAL-STATUS ": " file-name
		end-if
	end-if.

*>Has the engine write the document's full word list to a work file
*>and feeds it to the VOCUPD keeper of the VOCABMST.DAT corpus
*>vocabulary; STATHIST's run count says whether the document has been
*>analyzed before.  A vocabulary problem is reported but never stops
*>the analysis run.
updateVocabulary.
	if PC-STATUS is equal to "00"
		move "S" to PC-FUNCTION
		move "VOCABWRK.TXT" to PC-INPUT-NAME
		call "TXTPARSE" using PARSE-COMM
		if PC-STATUS is not equal to "00"
			display "Vocabulary master not updated, word list status "
				PC-STATUS ": " file-name
		else
			move file-name to VC-DOC-NAME
			move "VOCABWRK.TXT" to VC-WORK-NAME
			if HC-STATUS is equal to "00" and HC-RUN-COUNT > 1
				move "Y" to VC-REPEAT-FLAG
			else
				move "N" to VC-REPEAT-FLAG
			end-if
			call "VOCUPD" using VOC-COMM
			if VC-STATUS is not equal to "00"
				display "Vocabulary master not updated, status "
					VC-STATUS ": " file-name
			end-if
		end-if
	end-if.

*>Drives the list file: each entry goes through the same shared
	add 1 to files-attempted
	if file-status is equal to "00"
		perform forceNewPage
		perform checkDocumentRegister
		if DOCL-STATUS is not equal to "00"
			add 1 to files-skipped
			perform raiseSkippedCode
			perform writeRefusedSection
			perform writeEntryRefusedAudit
		else
			perform processFile
			if PC-STATUS is equal to "RJ"
				add 1 to files-skipped
				perform raiseSkippedCode
				perform writeRejectedSection
				perform writeEntryRejectAudit
			else
				add 1 to files-processed
				perform computeDerivedStats
				perform updateStatHistory
				perform updateVocabulary
				perform checkForDuplicate
				if dup-found-flag is equal to zero
					add num-words to combined-words
					add num-chars to combined-chars
					add num-sentences to combined-sentences
					add num-nums to combined-nums
				end-if
				perform writePerFileSection
				perform writeEntrySuccessAudit
			end-if
		end-if
		close textFile
	else
		perform writeEntryFailureAudit
	end-if.

*>Looks the document up on the DOCREG.DAT intake register; only an
*>active entry may be analyzed, so every run is tied to a matter and
*>a client
checkDocumentRegister.
	move file-name to DOCL-DOC-NAME
	call "DOCLOOK" using DOCL-COMM
	evaluate DOCL-STATUS
		when "00"
			continue
		when "NF"
			move "NOT ON DOCUMENT REGISTER" to refused-reason
		when "IN"
			move "INACTIVE ON DOCUMENT REGISTER" to refused-reason
		when other
			move spaces to refused-reason
			string "DOCUMENT REGISTER UNAVAILABLE, STATUS " delimited by size
				DOCL-STATUS delimited by size
				into refused-reason
			end-string
	end-evaluate
	if DOCL-STATUS is not equal to "00"
		display "Refused (" function trim(refused-reason) "): " file-name
	end-if.

raiseSkippedCode.
	if job-return-code < 8
		move 8 to job-return-code
	perform printLine
	perform writeCleansingNote.

*>Writes the refusal notice in place of a stats block when the document
*>register turned the document away (nothing was echoed or counted)
writeRefusedSection.
	move output-line to print-line
	perform printLine
	move file-name to fh-name
	move file-name-line to print-line
	perform printLine
	move output-line to print-line
	perform printLine
	move refused-line to print-line
	perform printLine.

*>Notes how many exception lines the cleansing pass wrote for this
*>document, so nobody is surprised by EXCEPTIONS.TXT later
writeCleansingNote.
	perform writeCleansingNote
	perform writeSentenceDist
	perform writeParagraphDist
	perform writeTestimony
	perform writeTopWords
	perform writeWordIndex
	if csv-flag is equal to "Y"
		perform writeCSV
	end-if.
   	perform writeCleansingNote
   	perform writeSentenceDist
   	perform writeParagraphDist
   	perform writeTestimony
   	perform writeTopWords
   	perform writeWordIndex
   	if csv-flag is equal to "Y"
   		perform writeCSV
   	end-if.
	move longest-para-start-line to print-line
	perform printLine.

*>The transcript-level analysis from the shared parsing engine:
*>questions and answers, how long the answers run and where the
*>longest one starts, and each speaker's turns and words (busiest first)
writeTestimony.
	move output-line to print-line
	perform printLine
	move testimony-header-line to print-line
	perform printLine
	move output-line to print-line
	perform printLine
	if PC-QUESTIONS is equal to zero and PC-ANSWERS is equal to zero
			and PC-SPEAKER-TOTAL is equal to zero
		move no-turns-line to print-line
		perform printLine
	else
		move "Questions =                        " to tl-label
		move PC-QUESTIONS to tl-count
		move testimony-line to print-line
		perform printLine
		move "Answers =                          " to tl-label
		move PC-ANSWERS to tl-count
		move testimony-line to print-line
		perform printLine
		move "Words in questions =               " to tl-label
		move PC-QUESTION-WORDS to tl-count
		move testimony-line to print-line
		perform printLine
		move "Words in answers =                 " to tl-label
		move PC-ANSWER-WORDS to tl-count
		move testimony-line to print-line
		perform printLine
		move PC-AVG-ANSWER-WORDS to average-answer
		move avg-answer-line to print-line
		perform printLine
		move "Longest answer (words) =           " to tl-label
		move PC-LONGEST-ANSWER-WORDS to tl-count
		move testimony-line to print-line
		perform printLine
		move "Longest answer starts at line =    " to tl-label
		move PC-LONGEST-ANSWER-LINE to tl-count
		move testimony-line to print-line
		perform printLine
		move "Speakers =                         " to tl-label
		move PC-SPEAKER-TOTAL to tl-count
		move testimony-line to print-line
		perform printLine
		if PC-SPEAKER-COUNT > 0
			move speaker-header-line to print-line
			perform printLine
			perform varying idx-outer from 1 by 1
				until idx-outer > PC-SPEAKER-COUNT
				move PC-SPEAKER-NAME(idx-outer) to sp-name
				move PC-SPEAKER-TURNS(idx-outer) to sp-turns
				move PC-SPEAKER-WORDS(idx-outer) to sp-words
				move speaker-line to print-line
				perform printLine
			end-perform
		end-if
		if PC-SPEAKER-TOTAL > PC-SPEAKER-COUNT
			move PC-SPEAKER-TOTAL to speaker-total
			move speakers-shown-line to print-line
			perform printLine
		end-if
		if PC-UNTRACKED-TURNS > 0
			move PC-UNTRACKED-TURNS to untracked-count
			move untracked-turns-line to print-line
			perform printLine
		end-if
	end-if.

*>Loads an optional control-total manifest record (expected-words,
*>expected-chars) to check the parse against, if one is present
loadControlTotal.
	end-if.

*>Appends one line to the shared audit log recording that this run
*>completed, what it processed, and the final tallies.  A list run's
*>line is its LISTRUN summary: the documents have their own lines, so
*>it carries the combined totals and how many documents were analyzed
writeAuditRecord.
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	if batch-mode-flag is equal to "Y"
		move list-name to audit-input-name
		move combined-words to audit-words
		move combined-sentences to audit-sentences
		move combined-chars to audit-chars
		move files-processed to audit-findings
	else
		move file-name to audit-input-name
		move num-words to audit-words
		move num-chars to audit-chars
	end-if
	move out-name to audit-output-name
	if batch-mode-flag is equal to "Y"
		move "LISTRUN" to audit-status
	else
		if DOCL-STATUS is not equal to "00"
			move "REFUSED" to audit-status
		else
			if PC-STATUS is equal to "RJ"
				move "REJECT" to audit-status
			else
				move "SUCCESS" to audit-status
			end-if
		end-if
	end-if
	open extend auditFile
	if audit-file-status is not equal to "00"
	move 12 to return-code
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	if batch-mode-flag is equal to "Y"
		move list-name to audit-input-name
	else
writeEntryFailureAudit.
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	move file-name to audit-input-name
	move spaces to audit-output-name
	move zero to audit-words
	write audit-text from audit-record
	close auditFile.

*>Appends a SUCCESS audit line for one list-mode entry analyzed, with
*>that document's own counts, so it is accounted for (and billed) by
*>its own name rather than only inside the list run's totals
writeEntrySuccessAudit.
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	move file-name to audit-input-name
	move out-name to audit-output-name
	move num-words to audit-words
	move num-sentences to audit-sentences
	move num-chars to audit-chars
	move "SUCCESS" to audit-status
	open extend auditFile
	if audit-file-status is not equal to "00"
		open output auditFile
	end-if
	write audit-text from audit-record
	close auditFile.

*>Appends a REJECT audit line for one list-mode entry thrown out by
*>the cleansing pass, so the rejection shows up in the morning report
writeEntryRejectAudit.
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	move file-name to audit-input-name
	move out-name to audit-output-name
	move zero to audit-words
	write audit-text from audit-record
	close auditFile.

*>Appends a REFUSED audit line for one list-mode entry the document
*>register turned away, so it is accounted for without being analyzed
writeEntryRefusedAudit.
	move function current-date to audit-timestamp
	move "A3TEXT" to audit-program
	move spaces to audit-findings-x
	move file-name to audit-input-name
	move out-name to audit-output-name
	move zero to audit-words
	move zero to audit-sentences
	move zero to audit-chars
	move "REFUSED" to audit-status
	open extend auditFile
	if audit-file-status is not equal to "00"
		open output auditFile
	end-if
	write audit-text from audit-record
	close auditFile.

*>Builds and writes the one-line CSV summary (sentences,words,chars,
*>avg words/sentence,avg chars/word) for spreadsheet trending
writeCSV.
		move stopped-words-line to print-line
		perform printLine
	end-if.

*>The court-format word index that ends the document's section: every
*>word the engine counted (stop words aside, as in the Top 20), in
*>alphabetical order, with the transcript page:line of each line it
*>appears on, numbered as in the echo.  The engine writes it to a work
*>file in word order; a problem is reported and raises the warning
*>code, but never stops the run.
writeWordIndex.
	if court-format-flag is equal to "Y"
		perform forceNewPage
		move output-line to print-line
		perform printLine
		move word-index-header-line to print-line
		perform printLine
		move output-line to print-line
		perform printLine
		move "I" to PC-FUNCTION
		move "INDEXWRK.TXT" to PC-INPUT-NAME
		call "TXTPARSE" using PARSE-COMM
		move PC-STATUS to index-file-status
		if index-file-status is equal to "00"
			open input indexFile
		end-if
		if index-file-status is not equal to "00"
			display "Word index not written, status " index-file-status
				": " file-name
			move index-file-status to no-index-status
			move no-index-line to print-line
			perform printLine
			perform raiseWarningCode
		else
			move word-index-column-line to print-line
			perform printLine
			move spaces to index-word
			move 1 to index-eof-switch
			perform readIndexRecord until index-eof-switch = 0
			close indexFile
			if index-word is not equal to spaces
				move word-index-line to print-line
				perform printLine
			end-if
			perform writeIndexTotals
		end-if
	end-if.

readIndexRecord.
	read indexFile
		at end
			move zero to index-eof-switch
		not at end
			perform addIndexReference
	end-read.

*>A new word prints the entry before it and starts its own; each
*>reference is added to the entry's line, which is printed and
*>continued (word and count left blank) when the next will not fit
addIndexReference.
	if ix-word is not equal to index-word
		if index-word is not equal to spaces
			move word-index-line to print-line
			perform printLine
		end-if
		move ix-word to index-word
		move ix-word to il-word
		move ix-count to il-count
		move spaces to il-refs
		move 1 to ref-pointer
	end-if
	if ix-line > 0
		compute court-ref-page = (ix-line - 1) / court-lines-per-page + 1
		compute court-ref-line = ix-line
			- (court-ref-page - 1) * court-lines-per-page
		move court-ref-page to ref-page-edit
		move court-ref-line to ref-line-edit
		move spaces to ref-text
		string function trim(ref-page-edit) delimited by size
			":" delimited by size
			function trim(ref-line-edit) delimited by size
			into ref-text
		end-string
		move zero to ref-text-len
		inspect ref-text tallying ref-text-len
			for characters before initial space
		if ref-pointer > 1 and ref-pointer + ref-text-len + 1 > 42
			move word-index-line to print-line
			perform printLine
			move spaces to il-word, il-refs
			move zero to il-count
			move 1 to ref-pointer
		end-if
		if ref-pointer > 1
			string ", " delimited by size
				into il-refs with pointer ref-pointer
			end-string
		end-if
		string ref-text delimited by space
			into il-refs with pointer ref-pointer
		end-string
	end-if.

*>The index totals reconcile to the word count: occurrences indexed
*>plus the stop words and words past the table limit (both noted under
*>the Top 20) make up the number of words
writeIndexTotals.
	move output-line to print-line
	perform printLine
	move "Words indexed =                    " to it-label
	move PC-INDEX-WORDS to it-count
	move index-total-line to print-line
	perform printLine
	move "Occurrences indexed =              " to it-label
	move PC-INDEX-OCCURRENCES to it-count
	move index-total-line to print-line
	perform printLine
	move "Page:line references =             " to it-label
	move PC-INDEX-REFS to it-count
	move index-total-line to print-line
	perform printLine
	move "Transcript pages =                 " to it-label
	move court-page-no to it-count
	move index-total-line to print-line
	perform printLine
	if PC-UNINDEXED-REFS > 0
		move PC-UNINDEXED-REFS to unindexed-count
		move unindexed-refs-line to print-line
		perform printLine
		perform raiseWarningCode
	end-if.
