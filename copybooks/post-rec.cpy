*> post-rec.cpy
*> One approved, funded post on the postmast position master
*> (indexed by pst-post-id). dpm-budget-heads on deptmast was only
*> ever compared with the actual headcount after the fact by
*> deptbud - nothing stopped a hire loading into a department that
*> was already full. Every post belongs to one department, grade
*> and branch and is either filled by exactly one employee (whose
*> emp-post-id names it back), vacant since a given date, or
*> closed (defunded - kept so the history still reads). postmnt
*> (ch6/prog46.cbl) creates and closes posts; postctl
*> (ch9/prog35.cbl) is the one place a post is filled or vacated,
*> for newhload, empmaint, emprehir, empterm and emppos transfers.
	05	pst-post-id				pic X(6).
	05	pst-title				pic X(20).
	05	pst-dept-code			pic X(4).
	05	pst-job-grade			pic X(2).
	05	pst-br-code				pic X(3).
	05	pst-status				pic X.
		88	pst-is-filled			value "F".
		88	pst-is-vacant			value "V".
		88	pst-is-closed			value "C".
	05	pst-emp-id				pic X(5).
	05	pst-vacant-since		pic 9(8).
	05	pst-created-date		pic 9(8).
	05	pst-changed-date		pic 9(8).
	05	pst-changed-by			pic X(5).
