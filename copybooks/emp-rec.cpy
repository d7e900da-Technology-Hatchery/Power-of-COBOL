*> decision empmaint keys. Blank, the default, increments normally.
	05	emp-incr-hold-sw	pic X.
		88	emp-incr-withheld	value "W".
*> Position control: the postmast post (post-rec.cpy) this employee
*> occupies. newhire refuses a hire that does not name a vacant post
*> of the matching department, grade and branch; empterm vacates it
*> and emppos transfers move the employee between posts. The id
*> stays on a leaver's record as the post they last held. Spaces -
*> every record written before the field existed - is an employee
*> not yet tied to a post.
	05	emp-post-id			pic X(6).
