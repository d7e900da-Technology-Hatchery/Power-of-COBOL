*> at the prompts by operator id, program name and a from/to date
*> range - blank or zero means "all". The selected events print in
*> file order (which is time order - actlog only ever appends) to
*> actrpt01, with counts by event kind at the foot. A sensitive
*> extract by csvext (ch9/prog41.cbl) shows with the extracted
*> file's name in the program column.
identification division.
program-id. actrpt.
environment division.
			move "program start" to W50-det-event
		when act-is-end of act-rec
			move "program end" to W50-det-event
		when act-is-extract of act-rec
			move "SENSITIVE EXTRACT" to W50-det-event
		when other
			move "?" to W50-det-event
	end-evaluate
